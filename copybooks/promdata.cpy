      *Shared promise-to-pay record layout - included by any program
      *that reads or writes Promise.dat.  One record per promise
      *taken by a collector.  A promise stays open until the nightly
      *check finds it kept or broken, or a later promise replaces it.
       01 PromiseRecord.
           02 PtpIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PtpTaken PIC 9(8).
           02 FILLER PIC X.
           02 PtpAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PtpDueDate PIC 9(8).
           02 FILLER PIC X.
           02 PtpStatus PIC X.
               88 PtpOpen VALUE "O".
               88 PtpKept VALUE "K".
               88 PtpBroken VALUE "B".
               88 PtpClosed VALUE "X".
           02 FILLER PIC X.
           02 PtpStatusDate PIC 9(8).
           02 FILLER PIC X.
           02 PtpCollector PIC X(8).
           02 FILLER PIC X.
           02 PtpPaid PIC 9(6)V99.
