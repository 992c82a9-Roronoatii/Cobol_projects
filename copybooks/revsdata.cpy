      *Shared deferred revenue schedule record layout - included by
      *any program that reads or writes RevSched.dat.  One record
      *per advance-billed invoice, spreading its amount over the
      *months of service it pays for.
       01 RevSchedRecord.
           02 RsIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RsInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 RsInvDate PIC 9(8).
           02 FILLER PIC X.
           02 RsFreq PIC X.
           02 FILLER PIC X.
           02 RsStartMonth PIC 9(6).
           02 FILLER PIC X.
           02 RsMonths PIC 99.
           02 FILLER PIC X.
           02 RsMonthsDone PIC 99.
           02 FILLER PIC X.
           02 RsAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RsRecognised PIC 9(6)V99.
           02 FILLER PIC X.
           02 RsReversed PIC 9(6)V99.
           02 FILLER PIC X.
           02 RsStatus PIC X.
               88 RsActive VALUE "A".
               88 RsComplete VALUE "C".
               88 RsCancelled VALUE "X".
