      *Shared accounting period control record layout - included by
      *any program that reads or writes Period.dat.  One record per
      *accounting month, kept in month order by permnt.  A month not
      *on file is open.  A soft-closed month takes postings from
      *supervisors only and every one is reported to finance; a
      *closed month takes none.
       01 PeriodRecord.
           02 PerMonth PIC 9(6).
           02 FILLER PIC X.
           02 PerStatus PIC X.
               88 PerOpen VALUE "O" SPACE.
               88 PerSoftClosed VALUE "S".
               88 PerClosed VALUE "C".
           02 FILLER PIC X.
           02 PerChangedBy PIC X(8).
           02 FILLER PIC X.
           02 PerChangedOn PIC 9(8).
