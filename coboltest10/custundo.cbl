           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD CustomerFile.
           COPY custdata.
           02 UndoEntry OCCURS 500 TIMES.
               03 UNIDNum PIC 9(7).
               03 UNAction PIC X.
               03 UNBefore PIC X(136).
       01 UndoCount PIC 9(3) VALUE ZERO.
       01 UndoIdx PIC 9(3) VALUE ZERO.
       01 DroppedCount PIC 9(6) VALUE ZERO.
