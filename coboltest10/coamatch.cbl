      *Postal change-of-address matching
       IDENTIFICATION DIVISION.
       PROGRAM-ID. coamatch.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CoaFile ASSIGN TO "PostCOA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT AuditFile ASSIGN TO "Customer.aud"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT HistoryFile ASSIGN TO "CustHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MailStatFile ASSIGN TO "MailStat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ReviewFile ASSIGN TO "CoaReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CoaReport ASSIGN TO "CoaMatch.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *Change-of-address file from the postal service - one record
      *per person who has moved, with the old and the new address.
       FD CoaFile.
       01 CoaRecord.
           02 CoaLastName PIC X(15).
               88 CoaEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 CoaFirstName PIC X(12).
           02 FILLER PIC X.
           02 CoaOldAddress.
               03 CoaOldStreet PIC X(20).
               03 CoaOldCity PIC X(15).
               03 CoaOldState PIC X(2).
               03 CoaOldPostCode PIC X(9).
           02 FILLER PIC X.
           02 CoaNewAddress.
               03 CoaNewStreet PIC X(20).
               03 CoaNewCity PIC X(15).
               03 CoaNewState PIC X(2).
               03 CoaNewPostCode PIC X(9).
           02 FILLER PIC X.
           02 CoaMoveDate PIC 9(8).

       FD CustomerFile.
           COPY custdata.

       FD AuditFile.
       01 AuditRecord.
           02 AuditIDNum PIC 9(7).
           02 FILLER PIC X.
           02 AuditOperator PIC X(8).
           02 FILLER PIC X.
           02 AuditDate PIC 9(8).
           02 FILLER PIC X.
           02 AuditTime PIC 9(8).

       FD HistoryFile.
       01 HistoryRecord.
           02 HistIDNum PIC 9(7).
           02 FILLER PIC X.
           02 HistDate PIC 9(8).
           02 FILLER PIC X.
           02 HistTime PIC 9(8).
           02 FILLER PIC X.
           02 HistOperator PIC X(8).
           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD MailStatFile.
       01 MailStatRecord.
           02 MstIDNum PIC 9(7).
           02 FILLER PIC X.
           02 MstStatus PIC X.

      *Weaker matches left for a clerk to confirm - the customer the
      *record most resembles, its score and the postal record itself.
       FD ReviewFile.
       01 ReviewRecord.
           02 RvwIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RvwScore PIC 999.
           02 FILLER PIC X.
           02 RvwReason PIC X(20).
           02 FILLER PIC X.
           02 RvwCoaImage PIC X(131).

       FD CoaReport.
       01 CoaLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSOperator PIC X(8) VALUE "POSTCOA".
       01 WSHistBefore PIC X(136) VALUE SPACE.
       01 WSHistAfter PIC X(136) VALUE SPACE.
       01 HistActionCode PIC X VALUE SPACE.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 MailEOFFlag PIC X VALUE "N".
           88 MailEOF VALUE "Y".
       01 CoaTable.
           02 CoaEntry OCCURS 1000 TIMES.
               03 CTImage PIC X(131).
               03 CTLast PIC X(15).
               03 CTFirst PIC X(12).
               03 CTOldStreet PIC X(20).
               03 CTOldCity PIC X(15).
               03 CTOldState PIC X(2).
               03 CTOldPost5 PIC X(5).
               03 CTNewAddress PIC X(46).
               03 CTBestID PIC 9(7).
               03 CTBestScore PIC 999.
               03 CTTied PIC X.
               03 CTAtNewAddr PIC X.
       01 CoaCount PIC 9(4) VALUE ZERO.
       01 CoaIdx PIC 9(4) VALUE ZERO.
       01 CoaDropped PIC 9(6) VALUE ZERO.
       01 MailTable.
           02 MailEntry OCCURS 500 TIMES.
               03 MTIDNum PIC 9(7).
               03 MTStatus PIC X.
       01 MailCount PIC 9(3) VALUE ZERO.
       01 MailIdx PIC 9(3) VALUE ZERO.
       01 MailChanged PIC X VALUE "N".
           88 MailTableChanged VALUE "Y".
      *Customer fields as compared with the postal record.
       01 CuLast PIC X(15) VALUE SPACE.
       01 CuFirst PIC X(12) VALUE SPACE.
       01 CuStreet PIC X(20) VALUE SPACE.
       01 CuCity PIC X(15) VALUE SPACE.
       01 CuState PIC X(2) VALUE SPACE.
       01 CuPost5 PIC X(5) VALUE SPACE.
       01 MatchScore PIC 999 VALUE ZERO.
      *A match scoring HighScore or more is applied; one scoring
      *ReviewScore or more is queued for review.
       01 HighScore PIC 999 VALUE 90.
       01 ReviewScore PIC 999 VALUE 60.
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ChkStateFlag PIC X VALUE "D".
       01 NewState PIC X(2) VALUE SPACE.
       01 NewPostCode PIC X(9) VALUE SPACE.
       01 ReviewReason PIC X(20) VALUE SPACE.
       01 AppliedCount PIC 9(6) VALUE ZERO.
       01 ReviewCount PIC 9(6) VALUE ZERO.
       01 UnmatchedCount PIC 9(6) VALUE ZERO.
       01 AlreadyMovedCount PIC 9(6) VALUE ZERO.
       01 MailClearedCount PIC 9(6) VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "COAMATCH".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 CoaHeading.
           02 FILLER PIC X(40) VALUE
               "POSTAL CHANGE-OF-ADDRESS MATCHING - RUN ".
           02 PrnRunDate PIC 9(8).
       01 CoaDetailLine.
           02 PrnAction PIC X(10).
           02 PrnIDNum PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnScore PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnReason PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCoaImage PIC X(89).
       01 CoaFooting.
           02 PrnFootText PIC X(30).
           02 PrnFootCount PIC ZZZZZ9.
       01 WSToday PIC 9(8) VALUE ZEROS.

      *Customers are matched on name and old address.  A match is
      *applied as an address change only when it is strong and no
      *other customer matches as well; anything weaker, or a new
      *address that fails the state/postcode check, is queued in
      *CoaReview.dat.  An updated customer's returned-mail status is
      *cleared.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           OPEN INPUT CoaFile
           IF WSFileStatus = "35"
               DISPLAY "PostCOA.dat not found - nothing to match"
           ELSE
               PERFORM LoadCoaTable
               CLOSE CoaFile
               OPEN I-O CustomerFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "Customer.dat not available - "
                       "change-of-address file not matched"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM FindBestMatches
                   PERFORM LoadMailTable
                   OPEN OUTPUT ReviewFile
                   OPEN OUTPUT CoaReport
                   MOVE WSToday TO PrnRunDate
                   WRITE CoaLine FROM CoaHeading
                   MOVE SPACES TO CoaLine
                   WRITE CoaLine
                   PERFORM VARYING CoaIdx FROM 1 BY 1
                       UNTIL CoaIdx > CoaCount
                       PERFORM DisposeOneCoa
                   END-PERFORM
                   PERFORM PrintCoaTotals
                   CLOSE CustomerFile, ReviewFile, CoaReport
                   IF MailTableChanged
                       PERFORM SaveMailTable
                   END-IF
                   DISPLAY "Change-of-address matching complete - "
                       AppliedCount " applied, " ReviewCount
                       " queued for review"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE AppliedCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       LoadCoaTable.
       MOVE ZERO TO CoaCount
       MOVE SPACES TO CoaLastName
       PERFORM LoadOneCoa UNTIL CoaEOF.

       LoadOneCoa.
       READ CoaFile
           AT END SET CoaEOF TO TRUE
           NOT AT END
               IF CoaCount < 1000
                   ADD 1 TO CoaCount
                   PERFORM StoreCoaEntry
               ELSE
                   ADD 1 TO CoaDropped
               END-IF
       END-READ.

       StoreCoaEntry.
       MOVE CoaRecord TO CTImage(CoaCount)
       INSPECT CoaRecord CONVERTING LowerCase TO UpperCase
       MOVE CoaLastName TO CTLast(CoaCount)
       MOVE CoaFirstName TO CTFirst(CoaCount)
       MOVE CoaOldStreet TO CTOldStreet(CoaCount)
       MOVE CoaOldCity TO CTOldCity(CoaCount)
       MOVE CoaOldState TO CTOldState(CoaCount)
       MOVE CoaOldPostCode(1:5) TO CTOldPost5(CoaCount)
       MOVE CTImage(CoaCount)(77:46) TO CTNewAddress(CoaCount)
       MOVE ZEROS TO CTBestID(CoaCount)
       MOVE ZERO TO CTBestScore(CoaCount)
       MOVE "N" TO CTTied(CoaCount)
       MOVE "N" TO CTAtNewAddr(CoaCount).

      *One pass of the customer file scores every live customer
      *against every postal record, keeping each record's best match.
       FindBestMatches.
       MOVE ZEROS TO IDNum
       MOVE "N" TO CustEOFFlag
       START CustomerFile KEY NOT < IDNum
           INVALID KEY SET CustEOF TO TRUE
       END-START
       PERFORM ScoreNextCustomer UNTIL CustEOF.

       ScoreNextCustomer.
       READ CustomerFile NEXT RECORD
           AT END SET CustEOF TO TRUE
           NOT AT END
               IF NOT CEData
                   PERFORM PrepareCustomer
                   PERFORM VARYING CoaIdx FROM 1 BY 1
                       UNTIL CoaIdx > CoaCount
                       PERFORM ScoreCoaEntry
                   END-PERFORM
               END-IF
       END-READ.

       PrepareCustomer.
       MOVE LastName TO CuLast
       MOVE FirstName TO CuFirst
       MOVE AddrStreet TO CuStreet
       MOVE AddrCity TO CuCity
       MOVE AddrState TO CuState
       MOVE AddrPostCode(1:5) TO CuPost5
       INSPECT CuLast CONVERTING LowerCase TO UpperCase
       INSPECT CuFirst CONVERTING LowerCase TO UpperCase
       INSPECT CuStreet CONVERTING LowerCase TO UpperCase
       INSPECT CuCity CONVERTING LowerCase TO UpperCase
       INSPECT CuState CONVERTING LowerCase TO UpperCase.

      *Last name must agree exactly.  First name scores 30 in full or
      *10 on the initial; old street 25, postcode 10, city and state
      *5.  A customer already at the new address is noted so that
      *the record is not applied twice.
       ScoreCoaEntry.
       MOVE ZERO TO MatchScore
       IF CuLast = CTLast(CoaIdx) AND CuLast NOT = SPACES
           ADD 30 TO MatchScore
           EVALUATE TRUE
               WHEN CuFirst = CTFirst(CoaIdx)
                   ADD 30 TO MatchScore
               WHEN CuFirst(1:1) = CTFirst(CoaIdx)(1:1)
                   ADD 10 TO MatchScore
           END-EVALUATE
           IF CuStreet = CTOldStreet(CoaIdx)
               ADD 25 TO MatchScore
           END-IF
           IF CuPost5 = CTOldPost5(CoaIdx)
               ADD 10 TO MatchScore
           END-IF
           IF CuCity = CTOldCity(CoaIdx)
               AND CuState = CTOldState(CoaIdx)
               ADD 5 TO MatchScore
           END-IF
           IF MailAddress = CTNewAddress(CoaIdx)
               AND CuFirst = CTFirst(CoaIdx)
               MOVE "Y" TO CTAtNewAddr(CoaIdx)
           END-IF
       END-IF
       EVALUATE TRUE
           WHEN MatchScore = ZERO
               CONTINUE
           WHEN MatchScore > CTBestScore(CoaIdx)
               MOVE MatchScore TO CTBestScore(CoaIdx)
               MOVE IDNum TO CTBestID(CoaIdx)
               MOVE "N" TO CTTied(CoaIdx)
           WHEN MatchScore = CTBestScore(CoaIdx)
               MOVE "Y" TO CTTied(CoaIdx)
       END-EVALUATE.

       DisposeOneCoa.
       MOVE SPACES TO ReviewReason
       EVALUATE TRUE
           WHEN CTAtNewAddr(CoaIdx) = "Y"
               ADD 1 TO AlreadyMovedCount
               MOVE "ALREADY MOVED" TO PrnAction
               MOVE "CUSTOMER AT NEW ADDR" TO ReviewReason
               PERFORM PrintCoaDetail
           WHEN CTBestScore(CoaIdx) < ReviewScore
               ADD 1 TO UnmatchedCount
               MOVE "NO MATCH" TO PrnAction
               PERFORM PrintCoaDetail
           WHEN CTTied(CoaIdx) = "Y"
               MOVE "SEVERAL CUSTOMERS" TO ReviewReason
               PERFORM QueueForReview
           WHEN CTBestScore(CoaIdx) < HighScore
               MOVE "WEAK MATCH" TO ReviewReason
               PERFORM QueueForReview
           WHEN OTHER
               PERFORM ApplyAddressChange
       END-EVALUATE.

       ApplyAddressChange.
       MOVE CTBestID(CoaIdx) TO IDNum
       READ CustomerFile
           INVALID KEY
               MOVE "CUSTOMER NOT FOUND" TO ReviewReason
               PERFORM QueueForReview
           NOT INVALID KEY
               MOVE CTNewAddress(CoaIdx)(36:2) TO NewState
               MOVE CTNewAddress(CoaIdx)(38:9) TO NewPostCode
               MOVE "D" TO ChkStateFlag
               CALL 'chkstate' USING NewState, NewPostCode,
                   ChkStateFlag
               IF ChkStateFlag = "N"
                   MOVE "BAD NEW STATE/POST" TO ReviewReason
                   PERFORM QueueForReview
               ELSE
                   PERFORM RewriteNewAddress
               END-IF
       END-READ.

       RewriteNewAddress.
       MOVE CustomerData TO WSHistBefore
       MOVE CTNewAddress(CoaIdx) TO MailAddress
       REWRITE CustomerData
           INVALID KEY
               MOVE "REWRITE FAILED" TO ReviewReason
               PERFORM QueueForReview
           NOT INVALID KEY
               MOVE CustomerData TO WSHistAfter
               MOVE "C" TO HistActionCode
               PERFORM WriteHistoryRecord
               PERFORM WriteAuditRecord
               PERFORM ClearReturnedMail
               ADD 1 TO AppliedCount
               MOVE "APPLIED" TO PrnAction
               PERFORM PrintCoaDetail
       END-REWRITE.

       QueueForReview.
       MOVE SPACES TO ReviewRecord
       MOVE CTBestID(CoaIdx) TO RvwIDNum
       MOVE CTBestScore(CoaIdx) TO RvwScore
       MOVE ReviewReason TO RvwReason
       MOVE CTImage(CoaIdx) TO RvwCoaImage
       WRITE ReviewRecord
       ADD 1 TO ReviewCount
       MOVE "REVIEW" TO PrnAction
       PERFORM PrintCoaDetail.

       PrintCoaDetail.
       MOVE CTBestID(CoaIdx) TO PrnIDNum
       MOVE CTBestScore(CoaIdx) TO PrnScore
       MOVE ReviewReason TO PrnReason
       MOVE CTImage(CoaIdx) TO PrnCoaImage
       WRITE CoaLine FROM CoaDetailLine.

       PrintCoaTotals.
       MOVE SPACES TO CoaLine
       WRITE CoaLine
       MOVE "ADDRESSES CHANGED       : " TO PrnFootText
       MOVE AppliedCount TO PrnFootCount
       WRITE CoaLine FROM CoaFooting
       MOVE "QUEUED FOR REVIEW       : " TO PrnFootText
       MOVE ReviewCount TO PrnFootCount
       WRITE CoaLine FROM CoaFooting
       MOVE "NOT MATCHED             : " TO PrnFootText
       MOVE UnmatchedCount TO PrnFootCount
       WRITE CoaLine FROM CoaFooting
       MOVE "ALREADY AT NEW ADDRESS  : " TO PrnFootText
       MOVE AlreadyMovedCount TO PrnFootCount
       WRITE CoaLine FROM CoaFooting
       MOVE "RETURNED MAIL CLEARED   : " TO PrnFootText
       MOVE MailClearedCount TO PrnFootCount
       WRITE CoaLine FROM CoaFooting
       IF CoaDropped > ZERO
           MOVE "NOT READ - TABLE FULL   : " TO PrnFootText
           MOVE CoaDropped TO PrnFootCount
           WRITE CoaLine FROM CoaFooting
       END-IF.

       ClearReturnedMail.
       PERFORM VARYING MailIdx FROM 1 BY 1
           UNTIL MailIdx > MailCount
           IF MTIDNum(MailIdx) = IDNum AND MTStatus(MailIdx) = "R"
               MOVE "G" TO MTStatus(MailIdx)
               MOVE "Y" TO MailChanged
               ADD 1 TO MailClearedCount
           END-IF
       END-PERFORM.

       LoadMailTable.
       MOVE ZERO TO MailCount
       OPEN INPUT MailStatFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MailEOFFlag
           PERFORM LoadOneMailStatus UNTIL MailEOF
           CLOSE MailStatFile
       END-IF.

       LoadOneMailStatus.
       READ MailStatFile
           AT END SET MailEOF TO TRUE
           NOT AT END
               IF MailCount < 500
                   ADD 1 TO MailCount
                   MOVE MstIDNum TO MTIDNum(MailCount)
                   MOVE MstStatus TO MTStatus(MailCount)
               END-IF
       END-READ.

       SaveMailTable.
       OPEN OUTPUT MailStatFile
       PERFORM VARYING MailIdx FROM 1 BY 1
           UNTIL MailIdx > MailCount
           MOVE SPACES TO MailStatRecord
           MOVE MTIDNum(MailIdx) TO MstIDNum
           MOVE MTStatus(MailIdx) TO MstStatus
           WRITE MailStatRecord
       END-PERFORM
       CLOSE MailStatFile.

       WriteAuditRecord.
       OPEN INPUT AuditFile
       IF WSFileStatus = "35"
           OPEN OUTPUT AuditFile
           CLOSE AuditFile
       ELSE
           CLOSE AuditFile
       END-IF
       OPEN EXTEND AuditFile
       MOVE SPACES TO AuditRecord
       MOVE IDNum TO AuditIDNum
       MOVE WSOperator TO AuditOperator
       ACCEPT AuditDate FROM DATE YYYYMMDD
       ACCEPT AuditTime FROM TIME
       WRITE AuditRecord
       CLOSE AuditFile.

       WriteHistoryRecord.
       OPEN INPUT HistoryFile
       IF WSFileStatus = "35"
           OPEN OUTPUT HistoryFile
           CLOSE HistoryFile
       ELSE
           CLOSE HistoryFile
       END-IF
       OPEN EXTEND HistoryFile
       MOVE SPACES TO HistoryRecord
       MOVE IDNum TO HistIDNum
       ACCEPT HistDate FROM DATE YYYYMMDD
       ACCEPT HistTime FROM TIME
       MOVE WSOperator TO HistOperator
       MOVE HistActionCode TO HistAction
       MOVE WSHistBefore TO HistBefore
       MOVE WSHistAfter TO HistAfter
       WRITE HistoryRecord
       CLOSE HistoryFile.
