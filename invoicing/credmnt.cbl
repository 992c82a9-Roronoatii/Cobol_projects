           SELECT CredFile ASSIGN TO "CredLimit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ScoreFile ASSIGN TO "CredScore.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BureauFile ASSIGN TO "BureauAcct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CredFile.
           02 FILLER PIC X.
           02 CrdHold PIC X.

       FD ScoreFile.
       01 ScoreFileRecord PIC X(66).

       FD BureauFile.
       01 BureauFileRecord PIC X(40).

       WORKING-STORAGE SECTION.
           COPY credscore.
           COPY burdata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
           02 PrnLimit PIC ZZZZZ9.99.
           02 FILLER PIC X(8) VALUE "  hold: ".
           02 PrnHold PIC X.
       01 ScoreEOFFlag PIC X VALUE "N".
           88 ScoreEOF VALUE "Y".
       01 ScoreTable.
           02 ScoreEntry PIC X(66) OCCURS 1000 TIMES.
       01 ScoreCount PIC 9(4) VALUE ZERO.
       01 ScoreIdx PIC 9(4) VALUE ZERO.
       01 ReviewedCount PIC 9(4) VALUE ZERO.
       01 ReviewChoice PIC X VALUE SPACE.
           88 ReviewAccept VALUE "Y" "y".
           88 ReviewDecline VALUE "N" "n".
           88 ReviewStop VALUE "Q" "q".
       01 SuggestText PIC X(14) VALUE SPACE.
       01 ScoreDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnScrIDNum PIC 9(7).
           02 FILLER PIC X(8) VALUE "  grade ".
           02 PrnScrGrade PIC X.
           02 FILLER PIC X(7) VALUE "  days ".
           02 PrnScrDays PIC ZZ9.
           02 FILLER PIC X(6) VALUE "  nsf ".
           02 PrnScrNsf PIC Z9.
           02 FILLER PIC X(6) VALUE "  dun ".
           02 PrnScrDun PIC 9.
           02 FILLER PIC X(11) VALUE "  disputes ".
           02 PrnScrDisp PIC Z9.
       01 ScoreLimitLine.
           02 FILLER PIC X(12) VALUE "  exposure ".
           02 PrnScrExposure PIC ZZZZZZZ9.99.
           02 FILLER PIC X(9) VALUE "  limit ".
           02 PrnScrLimit PIC ZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnScrSuggest PIC X(14).
           02 PrnScrNewLimit PIC ZZZZZ9.99 BLANK WHEN ZERO.
       01 BureauEOFFlag PIC X VALUE "N".
           88 BureauEOF VALUE "Y".
       01 BureauTable.
           02 BureauEntry PIC X(40) OCCURS 1000 TIMES.
       01 BureauCount PIC 9(4) VALUE ZERO.
       01 BureauIdx PIC 9(4) VALUE ZERO.
       01 BureauFoundIdx PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM LoadCredTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListCredLimits
               DISPLAY "(S)et limit  (H)old toggle  (R)emove  " &
                   "(G)rade review  (B)ureau flag  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetCredLimit
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM RemoveCredLimit
               END-IF
               IF MntOption = "G" OR MntOption = "g"
                   PERFORM ReviewScoreSuggestions
               END-IF
               IF MntOption = "B" OR MntOption = "b"
                   PERFORM ToggleBureauExclusion
               END-IF
           END-PERFORM
           PERFORM SaveCredTable
           DISPLAY "Credit limit file saved".
           WRITE CredRecord
       END-PERFORM
       CLOSE CredFile.

      *Works through the suggestions left by the monthly scoring run.
      *An accepted suggestion is applied to the limit table, which is
      *saved on the way out as for any other change.
       ReviewScoreSuggestions.
       PERFORM LoadScoreTable
       IF ScoreCount = ZERO
           DISPLAY "No credit scoring run on file"
       ELSE
           MOVE ZERO TO ReviewedCount
           MOVE SPACE TO ReviewChoice
           PERFORM ReviewOneSuggestion
               VARYING ScoreIdx FROM 1 BY 1
               UNTIL ScoreIdx > ScoreCount OR ReviewStop
           PERFORM SaveScoreTable
           DISPLAY ReviewedCount " suggestions reviewed"
       END-IF.

       LoadScoreTable.
       MOVE ZERO TO ScoreCount
       OPEN INPUT ScoreFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScoreEOFFlag
           PERFORM LoadOneScore UNTIL ScoreEOF
           CLOSE ScoreFile
       END-IF.

       LoadOneScore.
       READ ScoreFile INTO CredScoreRecord
           AT END SET ScoreEOF TO TRUE
           NOT AT END
               IF ScoreCount < 1000
                   ADD 1 TO ScoreCount
                   MOVE CredScoreRecord TO ScoreEntry(ScoreCount)
               END-IF
       END-READ.

       ReviewOneSuggestion.
       MOVE ScoreEntry(ScoreIdx) TO CredScoreRecord
       IF ScrPending
           EVALUATE TRUE
               WHEN ScrIncrease
                   MOVE "INCREASE TO" TO SuggestText
               WHEN ScrDecrease
                   MOVE "DECREASE TO" TO SuggestText
               WHEN ScrHold
                   MOVE "PLACE ON HOLD" TO SuggestText
               WHEN ScrRelease
                   MOVE "RELEASE HOLD" TO SuggestText
           END-EVALUATE
           MOVE ScrIDNum TO PrnScrIDNum
           MOVE ScrGrade TO PrnScrGrade
           MOVE ScrAvgDays TO PrnScrDays
           MOVE ScrNsfCount TO PrnScrNsf
           MOVE ScrDunLevel TO PrnScrDun
           MOVE ScrDisputes TO PrnScrDisp
           MOVE ScrExposure TO PrnScrExposure
           MOVE ScrLimit TO PrnScrLimit
           MOVE SuggestText TO PrnScrSuggest
           MOVE ZERO TO PrnScrNewLimit
           IF ScrIncrease OR ScrDecrease
               MOVE ScrNewLimit TO PrnScrNewLimit
           END-IF
           DISPLAY ScoreDetailLine
           DISPLAY ScoreLimitLine
           DISPLAY "Accept (Y)es (N)o (S)kip (Q)uit review : "
               WITH NO ADVANCING
           MOVE SPACE TO ReviewChoice
           ACCEPT ReviewChoice
           IF ReviewAccept
               PERFORM ApplyScoreSuggestion
           END-IF
           IF ReviewDecline
               MOVE "X" TO ScrReview
               ADD 1 TO ReviewedCount
           END-IF
           MOVE CredScoreRecord TO ScoreEntry(ScoreIdx)
       END-IF.

       ApplyScoreSuggestion.
       MOVE ScrIDNum TO NewIDNum
       PERFORM FindCredEntry
       IF FoundIdx = ZERO
           IF CredCount >= 200
               DISPLAY "Credit limit file full - suggestion left " &
                   "pending"
           ELSE
               ADD 1 TO CredCount
               MOVE CredCount TO FoundIdx
               MOVE NewIDNum TO CTIDNum(FoundIdx)
               MOVE ZERO TO CTLimit(FoundIdx)
               MOVE SPACE TO CTHold(FoundIdx)
           END-IF
       END-IF
       IF FoundIdx > ZERO
           EVALUATE TRUE
               WHEN ScrIncrease
               WHEN ScrDecrease
                   MOVE ScrNewLimit TO CTLimit(FoundIdx)
               WHEN ScrHold
                   MOVE "H" TO CTHold(FoundIdx)
               WHEN ScrRelease
                   MOVE SPACE TO CTHold(FoundIdx)
           END-EVALUATE
           MOVE "A" TO ScrReview
           ADD 1 TO ReviewedCount
           DISPLAY "Suggestion applied for customer " NewIDNum
       END-IF.

       SaveScoreTable.
       OPEN OUTPUT ScoreFile
       PERFORM VARYING ScoreIdx FROM 1 BY 1
           UNTIL ScoreIdx > ScoreCount
           WRITE ScoreFileRecord FROM ScoreEntry(ScoreIdx)
       END-PERFORM
       CLOSE ScoreFile.

      *A customer flagged here is left out of the monthly credit
      *bureau extract.  The bureau file also carries the history
      *credbur keeps, so an entry is never removed - only the flag
      *is changed.
       ToggleBureauExclusion.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       IF NewIDNum = ZEROS
           DISPLAY "Bureau flag not changed - no customer given"
       ELSE
           PERFORM LoadBureauTable
           MOVE ZERO TO BureauFoundIdx
           PERFORM VARYING BureauIdx FROM 1 BY 1
               UNTIL BureauIdx > BureauCount OR BureauFoundIdx > ZERO
               IF BureauEntry(BureauIdx)(1:7) = NewIDNum
                   MOVE BureauIdx TO BureauFoundIdx
               END-IF
           END-PERFORM
           IF BureauFoundIdx = ZERO
               IF BureauCount >= 1000
                   DISPLAY "Bureau account file full"
               ELSE
                   ADD 1 TO BureauCount
                   MOVE BureauCount TO BureauFoundIdx
                   MOVE SPACES TO BureauAcctRecord
                   MOVE NewIDNum TO BacIDNum
                   MOVE ZERO TO BacHighCredit
                   MOVE ZEROS TO BacFirstDate
                   MOVE ZEROS TO BacLastDate
                   MOVE BureauAcctRecord TO BureauEntry(BureauFoundIdx)
               END-IF
           END-IF
           IF BureauFoundIdx > ZERO
               MOVE BureauEntry(BureauFoundIdx) TO BureauAcctRecord
               IF BacExcluded
                   MOVE SPACE TO BacExclude
                   DISPLAY "Customer " NewIDNum
                       " will be reported to the credit bureau"
               ELSE
                   MOVE "X" TO BacExclude
                   DISPLAY "Customer " NewIDNum
                       " excluded from credit bureau reporting"
               END-IF
               MOVE BureauAcctRecord TO BureauEntry(BureauFoundIdx)
               PERFORM SaveBureauTable
           END-IF
       END-IF.

       LoadBureauTable.
       MOVE ZERO TO BureauCount
       OPEN INPUT BureauFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO BureauEOFFlag
           PERFORM LoadOneBureauAcct UNTIL BureauEOF
           CLOSE BureauFile
       END-IF.

       LoadOneBureauAcct.
       READ BureauFile
           AT END SET BureauEOF TO TRUE
           NOT AT END
               IF BureauCount < 1000
                   ADD 1 TO BureauCount
                   MOVE BureauFileRecord TO BureauEntry(BureauCount)
               END-IF
       END-READ.

       SaveBureauTable.
       OPEN OUTPUT BureauFile
       PERFORM VARYING BureauIdx FROM 1 BY 1
           UNTIL BureauIdx > BureauCount
           WRITE BureauFileRecord FROM BureauEntry(BureauIdx)
       END-PERFORM
       CLOSE BureauFile.
