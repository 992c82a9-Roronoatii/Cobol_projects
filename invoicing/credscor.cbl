      *Customer payment behaviour scoring and credit review
       IDENTIFICATION DIVISION.
       PROGRAM-ID. credscor.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ContactFile ASSIGN TO "ContHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CredFile ASSIGN TO "CredLimit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ScoreFile ASSIGN TO "CredScore.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ReviewReport ASSIGN TO "CredRev.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD ContactFile.
       01 ContactRecord.
           02 CntIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CntDate PIC 9(8).
           02 FILLER PIC X.
           02 CntTime PIC 9(8).
           02 FILLER PIC X.
           02 CntTouchType PIC X(8).
           02 FILLER PIC X.
           02 CntDocRef PIC X(12).

       FD ArOpenFile.
           COPY ardata.

       FD CredFile.
       01 CredRecord.
           02 CrdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrdLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CrdHold PIC X.

       FD ScoreFile.
           COPY credscore.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ReviewReport.
       01 ReviewLine PIC X(120).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 LookbackStart PIC 9(8) VALUE ZEROS.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 CntEOFFlag PIC X VALUE "N".
           88 CntEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
      *One entry per live customer holding the evidence gathered
      *over the last twelve months and the grade worked out from it.
       01 ScoreTable.
           02 ScoreEntry OCCURS 1000 TIMES.
               03 SCIDNum PIC 9(7).
               03 SCName PIC X(20).
               03 SCActive PIC X.
               03 SCDaysTotal PIC S9(9).
               03 SCPayCount PIC 9(5).
               03 SCAvgDays PIC 9(3).
               03 SCNsfCount PIC 99.
               03 SCDunLevel PIC 9.
               03 SCDisputes PIC 99.
               03 SCExposure PIC 9(8)V99.
               03 SCLimit PIC 9(6)V99.
               03 SCHold PIC X.
               03 SCPoints PIC 99.
               03 SCGrade PIC X.
               03 SCAction PIC X.
               03 SCNewLimit PIC 9(6)V99.
       01 ScoreCount PIC 9(4) VALUE ZERO.
       01 ScoreIdx PIC 9(4) VALUE ZERO.
       01 ScoreFoundIdx PIC 9(4) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZERO.
       01 InvTable.
           02 InvEntry OCCURS 5000 TIMES.
               03 ITIDNum PIC 9(7).
               03 ITInvNumber PIC 9(6).
               03 ITInvDate PIC 9(8).
       01 InvCount PIC 9(4) VALUE ZERO.
       01 InvIdx PIC 9(4) VALUE ZERO.
       01 InvFoundIdx PIC 9(4) VALUE ZERO.
       01 InvFullFlag PIC X VALUE "N".
           88 InvTableFull VALUE "Y".
       01 DunLevelWork PIC X VALUE SPACE.
       01 UsedPercent PIC 9(5) VALUE ZERO.
       01 LimitWork PIC 9(7) VALUE ZERO.
       01 GradeCounts.
           02 GradeCount PIC 9(4) OCCURS 5 TIMES.
       01 GradeIdx PIC 9 VALUE ZERO.
       01 GradeLetters PIC X(5) VALUE "ABCDE".
       01 SuggestCount PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 ReviewHeading.
           02 FILLER PIC X(30) VALUE
               "CREDIT REVIEW - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(27) VALUE
               "  - TWELVE MONTHS FROM     ".
           02 PrnLookback PIC 9(8).
       01 ReviewColumns.
           02 FILLER PIC X(39) VALUE
               "  Customer Name               Days NSF ".
           02 FILLER PIC X(41) VALUE
               "Dun Disp       Exposure           Limit  ".
           02 FILLER PIC X(33) VALUE
               "Grade Suggestion        New Limit".
       01 ReviewDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAvgDays PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNsf PIC Z9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDunLevel PIC 9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDisputes PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnExposure PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLimit PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnGrade PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAction PIC X(14).
           02 PrnNewLimit PIC $$,$$$,$$9.99CR BLANK WHEN ZERO.
       01 ReviewSummaryLine.
           02 FILLER PIC X(8) VALUE "  Grade ".
           02 PrnSumGrade PIC X.
           02 FILLER PIC X(3) VALUE " : ".
           02 PrnSumCount PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " customers".
       01 ReviewSuggestLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSuggestCount PIC ZZZ9.
           02 FILLER PIC X(40) VALUE
               " suggestions for review in credmnt".
       01 RunLogJob PIC X(12) VALUE "CREDSCORE".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetLookback
           PERFORM LoadCustomers
           IF ScoreCount = ZERO
               DISPLAY "No customers on file - nothing to score"
           ELSE
               PERFORM LoadCreditLimits
               PERFORM LoadInvoices
               PERFORM ScanPayments
               PERFORM ScanDunningHistory
               PERFORM ScanOpenItems
               PERFORM GradeOneCustomer
                   VARYING ScoreIdx FROM 1 BY 1
                   UNTIL ScoreIdx > ScoreCount
               PERFORM PrintCreditReview
               PERFORM SaveScores
               DISPLAY "Credit review written to CredRev.rpt - "
                   SuggestCount " suggestions"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE SuggestCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ BusDateFile
               AT END CONTINUE
               NOT AT END MOVE BusDateRecord TO WSBusDate
           END-READ
           CLOSE BusDateFile
       END-IF.

       SetLookback.
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       MOVE -365 TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO LookbackStart.

       LoadCustomers.
       MOVE ZERO TO ScoreCount
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           CONTINUE
       ELSE
           MOVE "N" TO CustEOFFlag
           PERFORM LoadOneCustomer UNTIL CustEOF
           CLOSE CustomerFile
       END-IF.

       LoadOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END SET CustEOF TO TRUE
           NOT AT END
               IF NOT CEData
                   IF ScoreCount < 1000
                       ADD 1 TO ScoreCount
                       MOVE SPACES TO ScoreEntry(ScoreCount)
                       MOVE IDNum TO SCIDNum(ScoreCount)
                       MOVE SPACES TO SCName(ScoreCount)
                       STRING FirstName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           LastName DELIMITED BY SIZE
                           INTO SCName(ScoreCount)
                       END-STRING
                       MOVE "N" TO SCActive(ScoreCount)
                       MOVE ZERO TO SCDaysTotal(ScoreCount)
                       MOVE ZERO TO SCPayCount(ScoreCount)
                       MOVE ZERO TO SCAvgDays(ScoreCount)
                       MOVE ZERO TO SCNsfCount(ScoreCount)
                       MOVE ZERO TO SCDunLevel(ScoreCount)
                       MOVE ZERO TO SCDisputes(ScoreCount)
                       MOVE ZERO TO SCExposure(ScoreCount)
                       MOVE ZERO TO SCLimit(ScoreCount)
                       MOVE ZERO TO SCPoints(ScoreCount)
                       MOVE ZERO TO SCNewLimit(ScoreCount)
                   ELSE
                       DISPLAY "More than 1000 customers - customer "
                           IDNum " not scored"
                   END-IF
               END-IF
       END-READ.

       FindScoreEntry.
       MOVE ZERO TO ScoreFoundIdx
       PERFORM VARYING ScoreIdx FROM 1 BY 1
           UNTIL ScoreIdx > ScoreCount OR ScoreFoundIdx > ZERO
           IF SCIDNum(ScoreIdx) = LookupCustID
               MOVE ScoreIdx TO ScoreFoundIdx
           END-IF
       END-PERFORM.

       LoadCreditLimits.
       OPEN INPUT CredFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CredEOFFlag
           PERFORM LoadOneCredLimit UNTIL CredEOF
           CLOSE CredFile
       END-IF.

       LoadOneCredLimit.
       READ CredFile
           AT END SET CredEOF TO TRUE
           NOT AT END
               MOVE CrdIDNum TO LookupCustID
               PERFORM FindScoreEntry
               IF ScoreFoundIdx > ZERO
                   MOVE CrdLimit TO SCLimit(ScoreFoundIdx)
                   MOVE CrdHold TO SCHold(ScoreFoundIdx)
                   MOVE "Y" TO SCActive(ScoreFoundIdx)
               END-IF
       END-READ.

      *Invoice dates are kept for measuring days to pay.  A dispute
      *leaves the operator who raised it on the invoice even once it
      *is settled, so that marks every dispute raised.
       LoadInvoices.
       MOVE ZERO TO InvCount
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - days to pay not measured"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM LoadOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       LoadOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF NOT InvVoided
                   AND (InvoiceDoc OR NSFFeeDoc OR InvDocType = "L")
                   PERFORM KeepInvoiceDate
                   IF InvDate NOT < LookbackStart
                       MOVE InvIDNum TO LookupCustID
                       PERFORM FindScoreEntry
                       IF ScoreFoundIdx > ZERO
                           MOVE "Y" TO SCActive(ScoreFoundIdx)
                           IF InvDispOper NOT = SPACES
                               AND SCDisputes(ScoreFoundIdx) < 99
                               ADD 1 TO SCDisputes(ScoreFoundIdx)
                           END-IF
                       END-IF
                   END-IF
               END-IF
       END-READ.

       KeepInvoiceDate.
       IF InvCount < 5000
           ADD 1 TO InvCount
           MOVE InvIDNum TO ITIDNum(InvCount)
           MOVE InvNumber TO ITInvNumber(InvCount)
           MOVE InvDate TO ITInvDate(InvCount)
       ELSE
           IF NOT InvTableFull
               MOVE "Y" TO InvFullFlag
               DISPLAY "More than 5000 invoices - days to pay "
                   "measured on the first 5000"
           END-IF
       END-IF.

      *Receipts in the last twelve months give the days from invoice
      *to payment.  Reversals keyed through payrev are cheques that
      *bounced and direct debit returns are collections that failed,
      *so both count as NSF.
       ScanPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM ScanOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       ScanOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF PayDate NOT < LookbackStart
                   MOVE PayIDNum TO LookupCustID
                   PERFORM FindScoreEntry
                   IF ScoreFoundIdx > ZERO
                       MOVE "Y" TO SCActive(ScoreFoundIdx)
                       IF PayReversal
                           PERFORM CountReversal
                       ELSE
                           IF NOT PayPendingDD
                               PERFORM MeasureDaysToPay
                           END-IF
                       END-IF
                   END-IF
               END-IF
       END-READ.

       CountReversal.
       IF (PaySource = "REV" OR PaySource = "DDR"
           OR PaySource = SPACES)
           AND SCNsfCount(ScoreFoundIdx) < 99
           ADD 1 TO SCNsfCount(ScoreFoundIdx)
       END-IF.

       MeasureDaysToPay.
       MOVE ZERO TO InvFoundIdx
       PERFORM VARYING InvIdx FROM 1 BY 1
           UNTIL InvIdx > InvCount OR InvFoundIdx > ZERO
           IF ITIDNum(InvIdx) = PayIDNum
               AND ITInvNumber(InvIdx) = PayInvNumber
               MOVE InvIdx TO InvFoundIdx
           END-IF
       END-PERFORM
       IF InvFoundIdx > ZERO
           MOVE "D" TO DateFunction
           MOVE PayDate TO DateOne
           MOVE ITInvDate(InvFoundIdx) TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateResult < ZERO
               MOVE ZERO TO DateResult
           END-IF
           ADD DateResult TO SCDaysTotal(ScoreFoundIdx)
           ADD 1 TO SCPayCount(ScoreFoundIdx)
       END-IF.

      *The highest dunning letter sent in the period, as logged to
      *the contact history by dunning.
       ScanDunningHistory.
       OPEN INPUT ContactFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CntEOFFlag
           PERFORM ScanOneContact UNTIL CntEOF
           CLOSE ContactFile
       END-IF.

       ScanOneContact.
       READ ContactFile
           AT END SET CntEOF TO TRUE
           NOT AT END
               IF CntTouchType = "DUN" AND CntDate NOT < LookbackStart
                   AND CntDocRef(1:6) = "LEVEL "
                   MOVE CntDocRef(7:1) TO DunLevelWork
                   MOVE CntIDNum TO LookupCustID
                   PERFORM FindScoreEntry
                   IF ScoreFoundIdx > ZERO AND DunLevelWork IS NUMERIC
                       IF DunLevelWork > SCDunLevel(ScoreFoundIdx)
                           MOVE DunLevelWork
                               TO SCDunLevel(ScoreFoundIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

       ScanOpenItems.
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM ScanOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       ScanOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount > ZERO
                   MOVE ArIDNum TO LookupCustID
                   PERFORM FindScoreEntry
                   IF ScoreFoundIdx > ZERO
                       MOVE "Y" TO SCActive(ScoreFoundIdx)
                       ADD ArOpenAmount TO SCExposure(ScoreFoundIdx)
                   END-IF
               END-IF
       END-READ.

      *Risk points - average days to pay: up to 30 none, 45 one, 60
      *two, 90 three, over 90 four; two for each NSF up to six; the
      *dunning level reached; one for a dispute raised, two for
      *three or more; three when over the limit, one when above 90
      *per cent of it.  Grade A is 0-1 points, B 2-3, C 4-5, D 6-8
      *and E 9 or more.
       GradeOneCustomer.
       MOVE ZERO TO SCPoints(ScoreIdx)
       MOVE SPACE TO SCAction(ScoreIdx)
       MOVE SCLimit(ScoreIdx) TO SCNewLimit(ScoreIdx)
       IF SCPayCount(ScoreIdx) > ZERO
           DIVIDE SCDaysTotal(ScoreIdx) BY SCPayCount(ScoreIdx)
               GIVING SCAvgDays(ScoreIdx) ROUNDED
       END-IF
       EVALUATE TRUE
           WHEN SCAvgDays(ScoreIdx) > 90
               ADD 4 TO SCPoints(ScoreIdx)
           WHEN SCAvgDays(ScoreIdx) > 60
               ADD 3 TO SCPoints(ScoreIdx)
           WHEN SCAvgDays(ScoreIdx) > 45
               ADD 2 TO SCPoints(ScoreIdx)
           WHEN SCAvgDays(ScoreIdx) > 30
               ADD 1 TO SCPoints(ScoreIdx)
       END-EVALUATE
       IF SCNsfCount(ScoreIdx) > 3
           ADD 6 TO SCPoints(ScoreIdx)
       ELSE
           COMPUTE SCPoints(ScoreIdx) =
               SCPoints(ScoreIdx) + SCNsfCount(ScoreIdx) * 2
       END-IF
       ADD SCDunLevel(ScoreIdx) TO SCPoints(ScoreIdx)
       EVALUATE TRUE
           WHEN SCDisputes(ScoreIdx) > 2
               ADD 2 TO SCPoints(ScoreIdx)
           WHEN SCDisputes(ScoreIdx) > ZERO
               ADD 1 TO SCPoints(ScoreIdx)
       END-EVALUATE
       MOVE ZERO TO UsedPercent
       IF SCLimit(ScoreIdx) > ZERO
           COMPUTE UsedPercent =
               SCExposure(ScoreIdx) * 100 / SCLimit(ScoreIdx)
               ON SIZE ERROR
                   MOVE 99999 TO UsedPercent
           END-COMPUTE
           EVALUATE TRUE
               WHEN UsedPercent > 100
                   ADD 3 TO SCPoints(ScoreIdx)
               WHEN UsedPercent > 90
                   ADD 1 TO SCPoints(ScoreIdx)
           END-EVALUATE
       END-IF
       EVALUATE TRUE
           WHEN SCPoints(ScoreIdx) > 8
               MOVE 5 TO GradeIdx
           WHEN SCPoints(ScoreIdx) > 5
               MOVE 4 TO GradeIdx
           WHEN SCPoints(ScoreIdx) > 3
               MOVE 3 TO GradeIdx
           WHEN SCPoints(ScoreIdx) > 1
               MOVE 2 TO GradeIdx
           WHEN OTHER
               MOVE 1 TO GradeIdx
       END-EVALUATE
       MOVE GradeLetters(GradeIdx:1) TO SCGrade(ScoreIdx)
       PERFORM SuggestLimitChange.

      *E grades go on hold; D grades lose a quarter of their limit;
      *A grades using three quarters or more of their limit are
      *offered a quarter more; good grades on hold are released.
      *New limits are taken down to a round hundred.
       SuggestLimitChange.
       EVALUATE SCGrade(ScoreIdx)
           WHEN "E"
               IF SCHold(ScoreIdx) NOT = "H"
                   MOVE "H" TO SCAction(ScoreIdx)
               END-IF
           WHEN "D"
               IF SCLimit(ScoreIdx) > ZERO
                   COMPUTE LimitWork =
                       SCLimit(ScoreIdx) * 0.75 / 100
                   COMPUTE SCNewLimit(ScoreIdx) = LimitWork * 100
                   IF SCNewLimit(ScoreIdx) > ZERO
                       MOVE "D" TO SCAction(ScoreIdx)
                   ELSE
                       MOVE SCLimit(ScoreIdx) TO SCNewLimit(ScoreIdx)
                   END-IF
               END-IF
           WHEN OTHER
               IF SCHold(ScoreIdx) = "H"
                   IF SCGrade(ScoreIdx) = "A"
                       OR SCGrade(ScoreIdx) = "B"
                       MOVE "R" TO SCAction(ScoreIdx)
                   END-IF
               ELSE
                   IF SCGrade(ScoreIdx) = "A"
                       AND SCLimit(ScoreIdx) > ZERO
                       AND UsedPercent NOT < 75
                       COMPUTE LimitWork =
                           SCLimit(ScoreIdx) * 1.25 / 100
                       COMPUTE SCNewLimit(ScoreIdx) = LimitWork * 100
                           ON SIZE ERROR
                               MOVE SCLimit(ScoreIdx)
                                   TO SCNewLimit(ScoreIdx)
                       END-COMPUTE
                       IF SCNewLimit(ScoreIdx) > SCLimit(ScoreIdx)
                           MOVE "I" TO SCAction(ScoreIdx)
                       END-IF
                   END-IF
               END-IF
       END-EVALUATE.

       PrintCreditReview.
       OPEN OUTPUT ReviewReport
       MOVE WSBusDate TO PrnBusDate
       MOVE LookbackStart TO PrnLookback
       WRITE ReviewLine FROM ReviewHeading
       MOVE SPACES TO ReviewLine
       WRITE ReviewLine
       WRITE ReviewLine FROM ReviewColumns
       MOVE SPACES TO ReviewLine
       WRITE ReviewLine
       PERFORM VARYING GradeIdx FROM 1 BY 1 UNTIL GradeIdx > 5
           MOVE ZERO TO GradeCount(GradeIdx)
       END-PERFORM
       MOVE ZERO TO SuggestCount
       PERFORM PrintOneCustomer
           VARYING ScoreIdx FROM 1 BY 1
           UNTIL ScoreIdx > ScoreCount
       MOVE SPACES TO ReviewLine
       WRITE ReviewLine
       PERFORM VARYING GradeIdx FROM 1 BY 1 UNTIL GradeIdx > 5
           MOVE GradeLetters(GradeIdx:1) TO PrnSumGrade
           MOVE GradeCount(GradeIdx) TO PrnSumCount
           WRITE ReviewLine FROM ReviewSummaryLine
       END-PERFORM
       MOVE SuggestCount TO PrnSuggestCount
       WRITE ReviewLine FROM ReviewSuggestLine
       CLOSE ReviewReport.

       PrintOneCustomer.
       IF SCActive(ScoreIdx) = "Y"
           MOVE SCIDNum(ScoreIdx) TO PrnCustID
           MOVE SCName(ScoreIdx) TO PrnCustName
           MOVE SCAvgDays(ScoreIdx) TO PrnAvgDays
           MOVE SCNsfCount(ScoreIdx) TO PrnNsf
           MOVE SCDunLevel(ScoreIdx) TO PrnDunLevel
           MOVE SCDisputes(ScoreIdx) TO PrnDisputes
           MOVE SCExposure(ScoreIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnExposure
           MOVE SCLimit(ScoreIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnLimit
           MOVE SCGrade(ScoreIdx) TO PrnGrade
           MOVE ZERO TO PrnNewLimit
           EVALUATE SCAction(ScoreIdx)
               WHEN "I"
                   MOVE "INCREASE" TO PrnAction
               WHEN "D"
                   MOVE "DECREASE" TO PrnAction
               WHEN "H"
                   MOVE "PLACE ON HOLD" TO PrnAction
               WHEN "R"
                   MOVE "RELEASE HOLD" TO PrnAction
               WHEN OTHER
                   MOVE "NO CHANGE" TO PrnAction
           END-EVALUATE
           IF SCAction(ScoreIdx) = "I" OR SCAction(ScoreIdx) = "D"
               MOVE SCNewLimit(ScoreIdx) TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnNewLimit
           END-IF
           IF SCAction(ScoreIdx) NOT = SPACE
               ADD 1 TO SuggestCount
           END-IF
           PERFORM VARYING GradeIdx FROM 1 BY 1
               UNTIL GradeLetters(GradeIdx:1) = SCGrade(ScoreIdx)
               CONTINUE
           END-PERFORM
           ADD 1 TO GradeCount(GradeIdx)
           WRITE ReviewLine FROM ReviewDetailLine
       END-IF.

      *The file holds the latest run only; suggestions not yet
      *reviewed from an earlier month are replaced by this month's.
       SaveScores.
       OPEN OUTPUT ScoreFile
       PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
           IF SCActive(ScoreIdx) = "Y"
               MOVE SPACES TO CredScoreRecord
               MOVE SCIDNum(ScoreIdx) TO ScrIDNum
               MOVE WSBusDate TO ScrDate
               MOVE SCGrade(ScoreIdx) TO ScrGrade
               MOVE SCPoints(ScoreIdx) TO ScrPoints
               MOVE SCAvgDays(ScoreIdx) TO ScrAvgDays
               MOVE SCNsfCount(ScoreIdx) TO ScrNsfCount
               MOVE SCDunLevel(ScoreIdx) TO ScrDunLevel
               MOVE SCDisputes(ScoreIdx) TO ScrDisputes
               MOVE SCExposure(ScoreIdx) TO ScrExposure
               MOVE SCLimit(ScoreIdx) TO ScrLimit
               MOVE SCAction(ScoreIdx) TO ScrAction
               MOVE SCNewLimit(ScoreIdx) TO ScrNewLimit
               IF ScrNoChange
                   MOVE SPACE TO ScrReview
               ELSE
                   MOVE "P" TO ScrReview
               END-IF
               WRITE CredScoreRecord
           END-IF
       END-PERFORM
       CLOSE ScoreFile.
