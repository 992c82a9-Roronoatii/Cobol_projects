      *Shared payment record layout - included by any program that
      *reads or writes Payment.dat.  PaySource names the posting
      *route (MAN payent, LBX lockbox, DDC ddcollect, DDR ddreturn,
      *REV payrev, AGY agyrecv, CRD cardsetl); records written before
      *the source was carried are blank and count as manual.
      *PayCompany is the customer's company; blank counts as 01.
       01 PaymentRecord.
           02 PayIDNum PIC 9(7).
           02 FILLER PIC X.
           02 FILLER PIC X.
           02 PayDate PIC 9(8).
           02 FILLER PIC X.
           02 PayAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PayCurrency PIC X(3).
           02 FILLER PIC X.
           02 PayType PIC X.
               88 PayReversal VALUE "R".
               88 PayPendingDD VALUE "P".
           02 FILLER PIC X.
           02 PaySource PIC X(3).
           02 FILLER PIC X.
           02 PayCompany PIC X(2).
