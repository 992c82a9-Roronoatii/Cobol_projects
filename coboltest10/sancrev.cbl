      *Sanctions match review for compliance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancrev.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT WatchFile ASSIGN TO "WatchList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT HoldFile ASSIGN TO "SancHold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD WatchFile.
           COPY watchdata.

       FD HoldFile.
           COPY sancdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 AuthFuncCode PIC X(8) VALUE "SANCREV".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncAllowed VALUE "Y".
       01 HoldEOFFlag PIC X VALUE "N".
           88 HoldEOF VALUE "Y".
       01 HoldTable.
           02 HoldEntry OCCURS 1000 TIMES.
               03 HTIDNum PIC 9(7).
               03 HTWatchID PIC X(10).
               03 HTScore PIC 999.
               03 HTStatus PIC X.
               03 HTDate PIC 9(8).
               03 HTReviewer PIC X(8).
               03 HTRevDate PIC 9(8).
       01 HoldCount PIC 9(4) VALUE ZERO.
       01 HoldIdx PIC 9(4) VALUE ZERO.
       01 PendingCount PIC 9(4) VALUE ZERO.
       01 ConfirmedCount PIC 9(4) VALUE ZERO.
       01 ClearedCount PIC 9(4) VALUE ZERO.
       01 WatchFound PIC X VALUE "N".
           88 WatchEntryFound VALUE "Y".
       01 Verdict PIC X VALUE SPACE.
           88 HitConfirmed VALUE "C" "c".
           88 FalsePositive VALUE "F" "f".
           88 ReviewQuit VALUE "Q" "q".
       01 QuitFlag PIC X VALUE "N".
           88 ReviewStopped VALUE "Y".
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.

      *Each probable match awaiting review is shown with the customer
      *beside the watch-list entry it matched.  A confirmed hit blocks
      *invoicing for the customer; a match cleared as a false
      *positive is kept so that rescreening does not hold it again.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM CheckReviewAuth
           IF NOT FuncAllowed
               DISPLAY "You are not authorised to review sanctions "
                   "matches"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadHoldTable
           MOVE ZERO TO PendingCount
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
               IF HTStatus(HoldIdx) = "P"
                   ADD 1 TO PendingCount
               END-IF
           END-PERFORM
           IF PendingCount = ZERO
               DISPLAY "No sanctions matches await review"
           ELSE
               DISPLAY PendingCount " sanctions matches await review"
               OPEN INPUT CustomerFile
               MOVE "N" TO QuitFlag
               PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldCount OR ReviewStopped
                   IF HTStatus(HoldIdx) = "P"
                       PERFORM ReviewOneMatch
                   END-IF
               END-PERFORM
               CLOSE CustomerFile
               PERFORM SaveHoldTable
               DISPLAY ConfirmedCount " hits confirmed, "
                   ClearedCount " cleared as false positives"
           END-IF
           STOP RUN.

       CheckReviewAuth.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
           MOVE GsOperID TO WSOperator
       END-IF
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING WSOperator, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D"
           IF IsSupervisor
               MOVE "Y" TO AuthAllowed
           ELSE
               MOVE "N" TO AuthAllowed
           END-IF
       END-IF.

       ReviewOneMatch.
       DISPLAY " "
       DISPLAY "Customer " HTIDNum(HoldIdx) "  held " HTDate(HoldIdx)
           "  match score " HTScore(HoldIdx)
       MOVE HTIDNum(HoldIdx) TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "  (customer no longer on file)"
           NOT INVALID KEY
               DISPLAY "  Customer : " FirstName " " LastName
               DISPLAY "             " AddrStreet " " AddrCity " "
                   AddrState " " AddrPostCode
       END-READ
       PERFORM FindWatchEntry
       IF WatchEntryFound
           DISPLAY "  List " WlID " : " WlFirstName " " WlLastName
           DISPLAY "             " WlStreet " " WlCity " " WlState
               " " WlPostCode
       ELSE
           DISPLAY "  List " HTWatchID(HoldIdx)
               " : no longer on the watch list"
       END-IF
       MOVE SPACE TO Verdict
       DISPLAY "C=confirm hit  F=false positive  S=skip  Q=quit : "
           WITH NO ADVANCING
       ACCEPT Verdict
       EVALUATE TRUE
           WHEN HitConfirmed
               MOVE "C" TO HTStatus(HoldIdx)
               MOVE "SANCHIT" TO ContTouchType
               PERFORM RecordVerdict
               ADD 1 TO ConfirmedCount
           WHEN FalsePositive
               MOVE "F" TO HTStatus(HoldIdx)
               MOVE "SANCCLR" TO ContTouchType
               PERFORM RecordVerdict
               ADD 1 TO ClearedCount
           WHEN ReviewQuit
               MOVE "Y" TO QuitFlag
       END-EVALUATE.

       RecordVerdict.
       MOVE WSOperator TO HTReviewer(HoldIdx)
       MOVE WSToday TO HTRevDate(HoldIdx)
       MOVE HTIDNum(HoldIdx) TO ContIDNum
       MOVE HTWatchID(HoldIdx) TO ContDocRef
       CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef.

       FindWatchEntry.
       MOVE "N" TO WatchFound
       OPEN INPUT WatchFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO WlID
           PERFORM ScanOneWatchEntry
               UNTIL WatchListEOF OR WatchEntryFound
           CLOSE WatchFile
       END-IF.

       ScanOneWatchEntry.
       READ WatchFile
           AT END SET WatchListEOF TO TRUE
           NOT AT END
               IF WlID = HTWatchID(HoldIdx)
                   MOVE "Y" TO WatchFound
               END-IF
       END-READ.

       LoadHoldTable.
       MOVE ZERO TO HoldCount
       OPEN INPUT HoldFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO HoldEOFFlag
           PERFORM LoadOneHold UNTIL HoldEOF
           CLOSE HoldFile
       END-IF.

       LoadOneHold.
       READ HoldFile
           AT END SET HoldEOF TO TRUE
           NOT AT END
               IF HoldCount < 1000
                   ADD 1 TO HoldCount
                   MOVE HldIDNum TO HTIDNum(HoldCount)
                   MOVE HldWatchID TO HTWatchID(HoldCount)
                   MOVE HldScore TO HTScore(HoldCount)
                   MOVE HldStatus TO HTStatus(HoldCount)
                   MOVE HldDate TO HTDate(HoldCount)
                   MOVE HldReviewer TO HTReviewer(HoldCount)
                   MOVE HldRevDate TO HTRevDate(HoldCount)
               END-IF
       END-READ.

       SaveHoldTable.
       OPEN OUTPUT HoldFile
       PERFORM VARYING HoldIdx FROM 1 BY 1
           UNTIL HoldIdx > HoldCount
           MOVE SPACES TO HoldRecord
           MOVE HTIDNum(HoldIdx) TO HldIDNum
           MOVE HTWatchID(HoldIdx) TO HldWatchID
           MOVE HTScore(HoldIdx) TO HldScore
           MOVE HTStatus(HoldIdx) TO HldStatus
           MOVE HTDate(HoldIdx) TO HldDate
           MOVE HTReviewer(HoldIdx) TO HldReviewer
           MOVE HTRevDate(HoldIdx) TO HldRevDate
           WRITE HoldRecord
       END-PERFORM
       CLOSE HoldFile.
