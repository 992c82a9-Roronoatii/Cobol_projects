      *Shared loyalty earning rate layout - included by any program
      *that reads or writes LoyRate.dat.  Points earned per currency
      *unit invoiced for an item code; the entry with item code "*"
      *is the rate for every item without its own entry and for
      *invoices raised without item lines.
       01 LoyRateData.
           02 LrItemCode PIC X(6).
               88 LoyRateEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 LrRate PIC 9(3)V99.
