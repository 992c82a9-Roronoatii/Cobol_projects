      *Shared sanctions hold record layout - included by any program
      *that reads or writes SancHold.dat.  One record per customer and
      *watch-list entry that screened as a probable match.  Status P
      *awaits compliance review, F was cleared as a false positive
      *and is not held again, C is a confirmed hit and blocks
      *invoicing for the customer.
       01 HoldRecord.
           02 HldIDNum PIC 9(7).
           02 FILLER PIC X.
           02 HldWatchID PIC X(10).
           02 FILLER PIC X.
           02 HldScore PIC 999.
           02 FILLER PIC X.
           02 HldStatus PIC X.
               88 HoldPending VALUE "P".
               88 HoldCleared VALUE "F".
               88 HoldConfirmed VALUE "C".
           02 FILLER PIC X.
           02 HldDate PIC 9(8).
           02 FILLER PIC X.
           02 HldReviewer PIC X(8).
           02 FILLER PIC X.
           02 HldRevDate PIC 9(8).
