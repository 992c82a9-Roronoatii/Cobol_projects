      *Sanctions watch-list load from the published list
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancload.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PubListFile ASSIGN TO "SancPub.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT WatchFile ASSIGN TO "WatchList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT NewListFlag ASSIGN TO "SancNew.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoadReport ASSIGN TO "SancLoad.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *Published list, one entry per line: list ID, last name (or the
      *organisation name), first name, street, city, state, postcode,
      *separated by commas.
       FD PubListFile.
       01 PubListRecord PIC X(200).
           88 PubListEOF VALUE HIGH-VALUE.

       FD WatchFile.
           COPY watchdata.

       FD NewListFlag.
       01 NewListRecord PIC 9(8).

       FD LoadReport.
       01 LoadLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 FldID PIC X(20) VALUE SPACE.
       01 FldLast PIC X(40) VALUE SPACE.
       01 FldFirst PIC X(30) VALUE SPACE.
       01 FldStreet PIC X(40) VALUE SPACE.
       01 FldCity PIC X(30) VALUE SPACE.
       01 FldState PIC X(10) VALUE SPACE.
       01 FldPost PIC X(15) VALUE SPACE.
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ReadCount PIC 9(6) VALUE ZERO.
       01 LoadedCount PIC 9(6) VALUE ZERO.
       01 RejectCount PIC 9(6) VALUE ZERO.
       01 ValidCount PIC 9(6) VALUE ZERO.
       01 PassFlag PIC X VALUE "C".
           88 CountingPass VALUE "C".
       01 RunLogJob PIC X(12) VALUE "SANCLOAD".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 LoadHeading.
           02 FILLER PIC X(36) VALUE
               "SANCTIONS WATCH-LIST LOAD - RUN OF ".
           02 PrnRunDate PIC 9(8).
       01 RejectDetailLine.
           02 FILLER PIC X(11) VALUE "  REJECTED ".
           02 PrnRejReason PIC X(20).
           02 PrnRejImage PIC X(60).
       01 LoadFooting.
           02 FILLER PIC X(16) VALUE "ENTRIES READ  : ".
           02 PrnRead PIC ZZZZZ9.
           02 FILLER PIC X(13) VALUE "   LOADED  : ".
           02 PrnLoaded PIC ZZZZZ9.
           02 FILLER PIC X(15) VALUE "   REJECTED  : ".
           02 PrnRejected PIC ZZZZZ9.

      *The watch list is replaced in full by each published list, so
      *a list with no usable entries is refused and the watch list
      *kept as it was.  SancNew.flg tells the nightly batch to
      *rescreen every customer against the new list.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           OPEN INPUT PubListFile
           IF WSFileStatus = "35"
               DISPLAY "SancPub.csv not found - nothing to load"
           ELSE
               MOVE "C" TO PassFlag
               MOVE SPACES TO PubListRecord
               PERFORM LoadOneListEntry UNTIL PubListEOF
               CLOSE PubListFile
               MOVE ZERO TO ReadCount
               MOVE ZERO TO RejectCount
               IF ValidCount = ZERO
                   DISPLAY "No usable entries in SancPub.csv - watch "
                       "list left unchanged"
               ELSE
                   MOVE "L" TO PassFlag
                   OPEN INPUT PubListFile
                   OPEN OUTPUT WatchFile
                   OPEN OUTPUT LoadReport
                   MOVE WSToday TO PrnRunDate
                   WRITE LoadLine FROM LoadHeading
                   MOVE SPACES TO LoadLine
                   WRITE LoadLine
                   MOVE SPACES TO PubListRecord
                   PERFORM LoadOneListEntry UNTIL PubListEOF
                   MOVE ReadCount TO PrnRead
                   MOVE LoadedCount TO PrnLoaded
                   MOVE RejectCount TO PrnRejected
                   WRITE LoadLine FROM LoadFooting
                       AFTER ADVANCING 2 LINES
                   CLOSE PubListFile, WatchFile, LoadReport
                   OPEN OUTPUT NewListFlag
                   MOVE WSToday TO NewListRecord
                   WRITE NewListRecord
                   CLOSE NewListFlag
                   DISPLAY "Watch list loaded - " LoadedCount
                       " entries, " RejectCount " rejected"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE LoadedCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       LoadOneListEntry.
       READ PubListFile
           AT END SET PubListEOF TO TRUE
           NOT AT END
               IF PubListRecord NOT = SPACES
                   ADD 1 TO ReadCount
                   PERFORM EditListEntry
               END-IF
       END-READ.

       EditListEntry.
       MOVE SPACES TO FldID, FldLast, FldFirst, FldStreet, FldCity,
           FldState, FldPost
       UNSTRING PubListRecord DELIMITED BY ","
           INTO FldID, FldLast, FldFirst, FldStreet, FldCity,
               FldState, FldPost
       END-UNSTRING
       EVALUATE TRUE
           WHEN FldID = SPACES
               MOVE "BLANK LIST ID" TO PrnRejReason
               PERFORM WriteListReject
           WHEN FldLast = SPACES
               MOVE "BLANK NAME" TO PrnRejReason
               PERFORM WriteListReject
           WHEN CountingPass
               ADD 1 TO ValidCount
           WHEN OTHER
               PERFORM WriteWatchEntry
       END-EVALUATE.

       WriteWatchEntry.
       INSPECT FldLast CONVERTING LowerCase TO UpperCase
       INSPECT FldFirst CONVERTING LowerCase TO UpperCase
       INSPECT FldStreet CONVERTING LowerCase TO UpperCase
       INSPECT FldCity CONVERTING LowerCase TO UpperCase
       INSPECT FldState CONVERTING LowerCase TO UpperCase
       INSPECT FldPost CONVERTING LowerCase TO UpperCase
       MOVE SPACES TO WatchRecord
       MOVE FldID TO WlID
       MOVE FldLast TO WlLastName
       MOVE FldFirst TO WlFirstName
       MOVE FldStreet TO WlStreet
       MOVE FldCity TO WlCity
       MOVE FldState TO WlState
       MOVE FldPost TO WlPostCode
       WRITE WatchRecord
       ADD 1 TO LoadedCount.

       WriteListReject.
       IF NOT CountingPass
           MOVE PubListRecord TO PrnRejImage
           WRITE LoadLine FROM RejectDetailLine
           ADD 1 TO RejectCount
       END-IF.
