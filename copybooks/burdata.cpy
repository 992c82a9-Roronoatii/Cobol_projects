      *Shared credit bureau account record layout - included by any
      *program that reads or writes BureauAcct.dat.  One record per
      *customer ever reported or flagged.  BacExclude keeps the
      *customer out of the monthly bureau extract; the highest credit
      *is carried forward from month to month by credbur, which also
      *records the date and status last sent.
       01 BureauAcctRecord.
           02 BacIDNum PIC 9(7).
           02 FILLER PIC X.
           02 BacExclude PIC X.
               88 BacExcluded VALUE "X".
           02 FILLER PIC X.
           02 BacHighCredit PIC 9(8)V99.
           02 FILLER PIC X.
           02 BacFirstDate PIC 9(8).
           02 FILLER PIC X.
           02 BacLastDate PIC 9(8).
           02 FILLER PIC X.
           02 BacLastStatus PIC X.
