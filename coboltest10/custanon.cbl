           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD NotesFile.
       01 NoteRecord.
       01 ArchiveRecord.
           02 ArcPurgeDate PIC 9(8).
           02 FILLER PIC X.
           02 ArcData PIC X(136).
               88 ArchEOF VALUE HIGH-VALUE.

       FD WorkFile.
       01 HistScrubbed PIC 9(6) VALUE ZERO.
       01 NotesScrubbed PIC 9(6) VALUE ZERO.
       01 ArchScrubbed PIC 9(6) VALUE ZERO.
       01 ImageWork PIC X(136) VALUE SPACE.
       01 ImageView REDEFINES ImageWork.
           02 ImgBirthDate PIC 9(8).
           02 ImgIDNum PIC 9(7).
