      *Shared customer purchase order record layout - included by any
      *program that reads or writes CustPO.dat.  One record per
      *purchase order a customer has given us: the PO number they
      *want quoted on their invoices, the value it covers, what has
      *been invoiced against it so far and the date it expires.  A
      *blanket PO is drawn down by every invoice quoting it until
      *its limit is used up; a PO closed by the customer (status C)
      *may no longer be quoted.
       01 PORecord.
           02 PoIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PoNumber PIC X(15).
           02 FILLER PIC X.
           02 PoLimit PIC 9(8)V99.
           02 FILLER PIC X.
           02 PoUsed PIC 9(8)V99.
           02 FILLER PIC X.
           02 PoExpiry PIC 9(8).
           02 FILLER PIC X.
           02 PoStatus PIC X.
               88 PoOpen VALUE "O" SPACE.
               88 PoClosed VALUE "C".
           02 FILLER PIC X.
           02 PoLastUsed PIC 9(8).
           02 FILLER PIC X.
           02 PoChangedBy PIC X(8).
           02 FILLER PIC X.
           02 PoChangedOn PIC 9(8).
