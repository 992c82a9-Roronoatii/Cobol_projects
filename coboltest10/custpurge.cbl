           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD ArchiveFile.
       01 ArchiveRecord.
           02 ArcPurgeDate PIC 9(8).
           02 FILLER PIC X.
           02 ArcData PIC X(136).

       FD MonthsFile.
       01 MonthsRecord PIC 9(3).
