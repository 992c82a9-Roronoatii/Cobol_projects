      *Operations dashboard
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opsdash.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JobCkptFile ASSIGN TO "JobCkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BatchFlagFile ASSIGN TO "BatchRun.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SuspenseFile ASSIGN TO "TaxSusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RejectFile ASSIGN TO "Lockbox.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RatePendFile ASSIGN TO "RatePend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchPendFile ASSIGN TO "ExchPend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SignonFile ASSIGN TO "Signon.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD JobCkptFile.
       01 JobCkptRecord.
           02 CkpStep PIC X(12).
           02 FILLER PIC X.
           02 CkpDate PIC 9(8).
           02 FILLER PIC X.
           02 CkpEvent PIC X(5).
           02 FILLER PIC X.
           02 CkpRC PIC 9(3).

       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD ArOpenFile.
           COPY ardata.

       FD ExchRatesFile.
       01 ExchRateRecord.
           02 ExrCurrency PIC X(3).
           02 FILLER PIC X.
           02 ExrRate PIC 9(3)V9(6).
           02 FILLER PIC X.
           02 ExrFrom PIC 9(8).
           02 FILLER PIC X.
           02 ExrTo PIC 9(8).

       FD SuspenseFile.
       01 SuspRecord PIC X(27).

       FD RejectFile.
       01 RejectRecord PIC X(61).

       FD RatePendFile.
       01 RatePendRecord PIC X(38).

       FD ExchPendFile.
       01 ExchPendRecord PIC X(42).

       FD SignonFile.
           COPY signondata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 BatchBusyFlag PIC X VALUE "N".
           88 BatchInProgress VALUE "Y".
       01 CkptFoundFlag PIC X VALUE "N".
           88 CkptFound VALUE "Y".
       01 LastCkptDate PIC 9(8) VALUE ZEROS.
       01 LastCkptStep PIC X(12) VALUE SPACE.
       01 LastCkptEvent PIC X(5) VALUE SPACE.
       01 WorstRC PIC 9(3) VALUE ZERO.
       01 StepsEnded PIC 9(4) VALUE ZERO.
       01 InvTodayCount PIC 9(5) VALUE ZERO.
       01 InvTodayHome PIC S9(8)V99 VALUE ZERO.
       01 PayTodayCount PIC 9(5) VALUE ZERO.
       01 PayTodayHome PIC S9(8)V99 VALUE ZERO.
       01 ArItemCount PIC 9(5) VALUE ZERO.
       01 ArTotalHome PIC S9(8)V99 VALUE ZERO.
       01 ArOver60Count PIC 9(5) VALUE ZERO.
       01 ArOver60Home PIC S9(8)V99 VALUE ZERO.
       01 DisputeCount PIC 9(5) VALUE ZERO.
       01 DisputeHome PIC S9(8)V99 VALUE ZERO.
       01 SuspenseCount PIC 9(5) VALUE ZERO.
       01 RejectCount PIC 9(5) VALUE ZERO.
       01 RatePendCount PIC 9(5) VALUE ZERO.
       01 ExchPendCount PIC 9(5) VALUE ZERO.
       01 SessionCount PIC 9(5) VALUE ZERO.
       01 DocAmount PIC S9(6)V99 VALUE ZERO.
       01 DocCurrency PIC X(3) VALUE SPACE.
       01 HomeAmount PIC S9(8)V99 VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 ExchRateTable.
           02 ExchEntry OCCURS 20 TIMES.
               03 ExcCurr PIC X(3).
               03 ExcRate PIC 9(3)V9(6).
               03 ExcFrom PIC 9(8).
               03 ExcTo PIC 9(8).
       01 ExchCount PIC 99 VALUE ZERO.
       01 ExchIdx PIC 99 VALUE ZERO.
       01 WSExchRate PIC 9(3)V9(6) VALUE ZERO.
       01 FoundExch PIC X VALUE "N".
           88 ExchFound VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 JumpChoice PIC X VALUE SPACE.
           88 JumpValid VALUE "4" "6" "7" "A" "H" "I" "P" "S".
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 DashLine.
           02 DlLabel PIC X(24).
           02 FILLER PIC X(2) VALUE ": ".
           02 DlValue PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 DlKey PIC X(3).
       01 CountAmountText.
           02 PrnItems PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE " for ".
           02 PrnAmount PIC $$,$$$,$$9.99CR.
       01 CountOnlyText.
           02 PrnCount PIC ZZZZ9.
           02 PrnCountWord PIC X(35).
       01 BatchText.
           02 PrnCkptDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCkptSteps PIC ZZZ9.
           02 FILLER PIC X(16) VALUE " steps, worst RC".
           02 PrnWorstRC PIC ZZ9.
       01 StoppedText.
           02 FILLER PIC X(16) VALUE "stopped in step ".
           02 PrnStoppedStep PIC X(12).
       01 RateText.
           02 PrnRateCount PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE " tax rate changes,".
           02 PrnExchCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " exchange".

       LINKAGE SECTION.
       01 LJumpKey PIC X.

      *One screen of the figures supervisors check at the start of
      *the day.  Money and document counts cover the signed-on
      *company only and are in the home currency; the queues and
      *sessions are shared by every company.  The key shown against
      *a line is the launcher option that deals with it - the one
      *chosen is handed back for the launcher to run.
       PROCEDURE DIVISION USING LJumpKey.
           MOVE SPACE TO LJumpKey
           PERFORM ReadBusinessDate
           CALL 'getcomp' USING GcCompany, GcCompName
           PERFORM LoadExchRateTable
           PERFORM ScanBatchCheckpoints
           PERFORM ScanTodaysInvoices
           PERFORM ScanTodaysPayments
           PERFORM ScanReceivables
           PERFORM CountSuspense
           PERFORM CountLockboxRejects
           PERFORM CountPendingRates
           PERFORM CountActiveSessions
           PERFORM ShowDashboard
           PERFORM AcceptJumpKey
           EXIT PROGRAM.

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

      *The last batch is the newest date in the checkpoint file.  A
      *run whose final checkpoint is a START has stopped part way
      *through that step, unless the batch flag shows it still going.
       ScanBatchCheckpoints.
       MOVE "N" TO BatchBusyFlag
       OPEN INPUT BatchFlagFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           CLOSE BatchFlagFile
           MOVE "Y" TO BatchBusyFlag
       END-IF
       MOVE "N" TO CkptFoundFlag
       MOVE ZEROS TO LastCkptDate
       MOVE ZERO TO WorstRC
       MOVE ZERO TO StepsEnded
       OPEN INPUT JobCkptFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM ScanOneCheckpoint UNTIL ScanEOF
           CLOSE JobCkptFile
       END-IF.

       ScanOneCheckpoint.
       READ JobCkptFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               MOVE "Y" TO CkptFoundFlag
               IF CkpDate > LastCkptDate
                   MOVE CkpDate TO LastCkptDate
                   MOVE ZERO TO WorstRC
                   MOVE ZERO TO StepsEnded
               END-IF
               IF CkpDate = LastCkptDate
                   MOVE CkpStep TO LastCkptStep
                   MOVE CkpEvent TO LastCkptEvent
                   IF CkpEvent = "END"
                       ADD 1 TO StepsEnded
                       IF CkpRC > WorstRC
                           MOVE CkpRC TO WorstRC
                       END-IF
                   END-IF
               END-IF
       END-READ.

       ScanTodaysInvoices.
       MOVE ZERO TO InvTodayCount
       MOVE ZERO TO InvTodayHome
       MOVE ZERO TO DisputeCount
       MOVE ZERO TO DisputeHome
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM ScanOneInvoice UNTIL ScanEOF
           CLOSE InvoiceFile
       END-IF.

      *Disputes are taken from the invoice file rather than the
      *open-item ledger so that a hold placed today shows at once.
       ScanOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET ScanEOF TO TRUE
           NOT AT END
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany = GcCompany AND NOT InvVoided
                   MOVE InvAmount TO DocAmount
                   MOVE InvCurrency TO DocCurrency
                   PERFORM ConvertToHome
                   IF InvoiceDoc AND InvDate = WSBusDate
                       ADD 1 TO InvTodayCount
                       ADD HomeAmount TO InvTodayHome
                   END-IF
                   IF InvDisputed
                       ADD 1 TO DisputeCount
                       ADD HomeAmount TO DisputeHome
                   END-IF
               END-IF
       END-READ.

      *Only payments keyed by hand count here - lockbox, direct
      *debit and card settlement postings arrive in the batch.
       ScanTodaysPayments.
       MOVE ZERO TO PayTodayCount
       MOVE ZERO TO PayTodayHome
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM ScanOnePayment UNTIL ScanEOF
           CLOSE PaymentFile
       END-IF.

       ScanOnePayment.
       READ PaymentFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               MOVE PayCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany = GcCompany AND PayDate = WSBusDate
                   AND NOT PayReversal AND NOT PayPendingDD
                   AND (PaySource = "MAN" OR PaySource = SPACES)
                   ADD 1 TO PayTodayCount
                   MOVE PayAmount TO DocAmount
                   MOVE PayCurrency TO DocCurrency
                   PERFORM ConvertToHome
                   ADD HomeAmount TO PayTodayHome
               END-IF
       END-READ.

      *Open items are aged the way agedrecv ages them - from the due
      *date where there is one - and disputed items are kept out of
      *the over 60 figure but stay in the total.
       ScanReceivables.
       MOVE ZERO TO ArItemCount
       MOVE ZERO TO ArTotalHome
       MOVE ZERO TO ArOver60Count
       MOVE ZERO TO ArOver60Home
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM ScanOneOpenItem UNTIL ScanEOF
           CLOSE ArOpenFile
       END-IF.

       ScanOneOpenItem.
       READ ArOpenFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               MOVE ArCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF ArOpenAmount > ZERO AND RecCompany = GcCompany
                   PERFORM AgeOneOpenItem
               END-IF
       END-READ.

       AgeOneOpenItem.
       MOVE ArOpenAmount TO DocAmount
       MOVE ArCurrency TO DocCurrency
       PERFORM ConvertToHome
       ADD 1 TO ArItemCount
       ADD HomeAmount TO ArTotalHome
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
           MOVE ArDueDate TO DateTwo
       ELSE
           MOVE ArInvDate TO DateTwo
       END-IF
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       IF DaysPastDue > 60 AND ArDispute NOT = "D"
           ADD 1 TO ArOver60Count
           ADD HomeAmount TO ArOver60Home
       END-IF.

       CountSuspense.
       MOVE ZERO TO SuspenseCount
       OPEN INPUT SuspenseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CountOneSuspense UNTIL ScanEOF
           CLOSE SuspenseFile
       END-IF.

       CountOneSuspense.
       READ SuspenseFile
           AT END SET ScanEOF TO TRUE
           NOT AT END ADD 1 TO SuspenseCount
       END-READ.

       CountLockboxRejects.
       MOVE ZERO TO RejectCount
       OPEN INPUT RejectFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CountOneReject UNTIL ScanEOF
           CLOSE RejectFile
       END-IF.

       CountOneReject.
       READ RejectFile
           AT END SET ScanEOF TO TRUE
           NOT AT END ADD 1 TO RejectCount
       END-READ.

       CountPendingRates.
       MOVE ZERO TO RatePendCount
       MOVE ZERO TO ExchPendCount
       OPEN INPUT RatePendFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CountOneRatePend UNTIL ScanEOF
           CLOSE RatePendFile
       END-IF
       OPEN INPUT ExchPendFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CountOneExchPend UNTIL ScanEOF
           CLOSE ExchPendFile
       END-IF.

       CountOneRatePend.
       READ RatePendFile
           AT END SET ScanEOF TO TRUE
           NOT AT END ADD 1 TO RatePendCount
       END-READ.

       CountOneExchPend.
       READ ExchPendFile
           AT END SET ScanEOF TO TRUE
           NOT AT END ADD 1 TO ExchPendCount
       END-READ.

       CountActiveSessions.
       MOVE ZERO TO SessionCount
       OPEN INPUT SignonFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM CountOneSession UNTIL ScanEOF
           CLOSE SignonFile
       END-IF.

       CountOneSession.
       READ SignonFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF SgnStatus = "A"
                   ADD 1 TO SessionCount
               END-IF
       END-READ.

       LoadExchRateTable.
       MOVE ZERO TO ExchCount
       OPEN INPUT ExchRatesFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOneExchRate UNTIL ScanEOF
           CLOSE ExchRatesFile
       END-IF.

       LoadOneExchRate.
       READ ExchRatesFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF ExchCount < 20
                   ADD 1 TO ExchCount
                   MOVE ExrCurrency TO ExcCurr(ExchCount)
                   MOVE ExrRate TO ExcRate(ExchCount)
                   MOVE ExrFrom TO ExcFrom(ExchCount)
                   MOVE ExrTo TO ExcTo(ExchCount)
               END-IF
       END-READ.

      *A currency with no rate in force on the business date is
      *taken at par, as the aged receivables report does.
       ConvertToHome.
       MOVE "N" TO FoundExch
       MOVE 1 TO WSExchRate
       PERFORM VARYING ExchIdx FROM 1 BY 1
           UNTIL ExchIdx > ExchCount OR ExchFound
           IF ExcCurr(ExchIdx) = DocCurrency
               AND ExcFrom(ExchIdx) NOT > WSBusDate
               AND ExcTo(ExchIdx) NOT < WSBusDate
               MOVE ExcRate(ExchIdx) TO WSExchRate
               MOVE "Y" TO FoundExch
           END-IF
       END-PERFORM
       COMPUTE HomeAmount ROUNDED = DocAmount * WSExchRate.

       ShowDashboard.
       DISPLAY "OPERATIONS DASHBOARD - company " GcCompany " "
           GcCompName
       MOVE "Business date" TO DlLabel
       MOVE WSBusDate TO DlValue
       MOVE "(7)" TO DlKey
       DISPLAY DashLine
       PERFORM ShowBatchLine
       MOVE "Invoices keyed today" TO DlLabel
       MOVE InvTodayCount TO PrnItems
       MOVE InvTodayHome TO WSAmtSigned
       PERFORM ShowAmountLine
       MOVE "(I)" TO DlKey
       DISPLAY DashLine
       MOVE "Payments keyed today" TO DlLabel
       MOVE PayTodayCount TO PrnItems
       MOVE PayTodayHome TO WSAmtSigned
       PERFORM ShowAmountLine
       MOVE "(P)" TO DlKey
       DISPLAY DashLine
       MOVE "Total receivables" TO DlLabel
       MOVE ArItemCount TO PrnItems
       MOVE ArTotalHome TO WSAmtSigned
       PERFORM ShowAmountLine
       MOVE "(6)" TO DlKey
       DISPLAY DashLine
       MOVE "  over 60 days past due" TO DlLabel
       MOVE ArOver60Count TO PrnItems
       MOVE ArOver60Home TO WSAmtSigned
       PERFORM ShowAmountLine
       MOVE "(6)" TO DlKey
       DISPLAY DashLine
       MOVE "Open disputes" TO DlLabel
       MOVE DisputeCount TO PrnItems
       MOVE DisputeHome TO WSAmtSigned
       PERFORM ShowAmountLine
       MOVE "(H)" TO DlKey
       DISPLAY DashLine
       MOVE "Items in tax suspense" TO DlLabel
       MOVE SuspenseCount TO PrnCount
       MOVE " awaiting reprocessing" TO PrnCountWord
       MOVE CountOnlyText TO DlValue
       MOVE "(4)" TO DlKey
       DISPLAY DashLine
       MOVE "Lockbox rejects" TO DlLabel
       MOVE RejectCount TO PrnCount
       MOVE " to key by hand" TO PrnCountWord
       MOVE CountOnlyText TO DlValue
       MOVE "(P)" TO DlKey
       DISPLAY DashLine
       MOVE "Pending rate approvals" TO DlLabel
       MOVE RatePendCount TO PrnRateCount
       MOVE ExchPendCount TO PrnExchCount
       MOVE RateText TO DlValue
       MOVE "(A)" TO DlKey
       DISPLAY DashLine
       MOVE "Active sessions" TO DlLabel
       MOVE SessionCount TO PrnCount
       MOVE " operators signed on" TO PrnCountWord
       MOVE CountOnlyText TO DlValue
       MOVE "(S)" TO DlKey
       DISPLAY DashLine.

       ShowBatchLine.
       MOVE "Last batch" TO DlLabel
       MOVE "(7)" TO DlKey
       EVALUATE TRUE
           WHEN BatchInProgress
               MOVE "in progress" TO DlValue
           WHEN NOT CkptFound
               MOVE "no batch has been run" TO DlValue
           WHEN LastCkptEvent NOT = "END"
               MOVE LastCkptStep TO PrnStoppedStep
               MOVE StoppedText TO DlValue
           WHEN OTHER
               MOVE LastCkptDate TO PrnCkptDate
               MOVE StepsEnded TO PrnCkptSteps
               MOVE WorstRC TO PrnWorstRC
               MOVE BatchText TO DlValue
       END-EVALUATE
       DISPLAY DashLine.

       ShowAmountLine.
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       MOVE CountAmountText TO DlValue.

       AcceptJumpKey.
       DISPLAY "Key to go to, or Enter to return : "
           WITH NO ADVANCING
       MOVE SPACE TO JumpChoice
       ACCEPT JumpChoice
       INSPECT JumpChoice CONVERTING LowerCase TO UpperCase
       IF JumpValid
           MOVE JumpChoice TO LJumpKey
       ELSE
           IF JumpChoice NOT = SPACE
               DISPLAY "Not a dashboard key - back to the menu"
           END-IF
       END-IF.
