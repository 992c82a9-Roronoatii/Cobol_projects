      *Shared credit score record layout - included by any program
      *that reads or writes CredScore.dat.  One record per customer
      *from the latest monthly scoring run.  ScrAction is the change
      *suggested to CredLimit.dat - I increase, D decrease, H place
      *on hold, R release the hold - and ScrReview records what
      *credit staff decided in credmnt.
       01 CredScoreRecord.
           02 ScrIDNum PIC 9(7).
           02 FILLER PIC X.
           02 ScrDate PIC 9(8).
           02 FILLER PIC X.
           02 ScrGrade PIC X.
           02 FILLER PIC X.
           02 ScrPoints PIC 99.
           02 FILLER PIC X.
           02 ScrAvgDays PIC 9(3).
           02 FILLER PIC X.
           02 ScrNsfCount PIC 99.
           02 FILLER PIC X.
           02 ScrDunLevel PIC 9.
           02 FILLER PIC X.
           02 ScrDisputes PIC 99.
           02 FILLER PIC X.
           02 ScrExposure PIC 9(8)V99.
           02 FILLER PIC X.
           02 ScrLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 ScrAction PIC X.
               88 ScrNoChange VALUE SPACE.
               88 ScrIncrease VALUE "I".
               88 ScrDecrease VALUE "D".
               88 ScrHold VALUE "H".
               88 ScrRelease VALUE "R".
           02 FILLER PIC X.
           02 ScrNewLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 ScrReview PIC X.
               88 ScrPending VALUE "P".
               88 ScrAccepted VALUE "A".
               88 ScrDeclined VALUE "X".
