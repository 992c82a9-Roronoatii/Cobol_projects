       01 ArchiveRecord.
           02 ArcPurgeDate PIC 9(8).
           02 FILLER PIC X.
           02 ArcData PIC X(136).
               88 ArchEOF VALUE HIGH-VALUE.

       FD CustomerFile.
           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 SearchLen PIC 99 VALUE ZERO.
       01 ScanIdx PIC 99 VALUE ZERO.
       01 MatchCount PIC 9(4) VALUE ZERO.
       01 LastMatchImage PIC X(136) VALUE SPACE.
       01 LastPurgeDate PIC 9(8) VALUE ZEROS.
       01 ImageWork PIC X(136) VALUE SPACE.
       01 ImageView REDEFINES ImageWork.
           02 ImgBirthDate PIC 9(8).
           02 ImgIDNum PIC 9(7).
