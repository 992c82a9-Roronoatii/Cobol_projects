      *Deferred revenue balance report by customer
       IDENTIFICATION DIVISION.
       PROGRAM-ID. defrevrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RevSchedFile ASSIGN TO "RevSched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SortFile ASSIGN TO "DefRevSort.tmp".
           SELECT SortedSchedFile ASSIGN TO "DefRevSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DefRevLogFile ASSIGN TO "DefRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT MapFile ASSIGN TO "GLMap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BalReport ASSIGN TO "DefRevBal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RevSchedFile.
           COPY revsdata.

       SD SortFile.
       01 SortSchedRecord.
           02 SrtIDNum PIC 9(7).
           02 FILLER PIC X.
           02 SrtInvNumber PIC 9(6).
           02 FILLER PIC X(47).

       FD SortedSchedFile.
       01 SortedSchedRecord.
           02 SdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 SdInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 SdInvDate PIC 9(8).
           02 FILLER PIC X.
           02 SdFreq PIC X.
           02 FILLER PIC X.
           02 SdStartMonth PIC 9(6).
           02 FILLER PIC X.
           02 SdMonths PIC 99.
           02 FILLER PIC X.
           02 SdMonthsDone PIC 99.
           02 FILLER PIC X.
           02 SdAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 SdRecognised PIC 9(6)V99.
           02 FILLER PIC X.
           02 SdReversed PIC 9(6)V99.
           02 FILLER PIC X.
           02 SdStatus PIC X.

       FD DefRevLogFile.
           COPY revldata.

       FD CustomerFile.
           COPY custdata.

       FD MapFile.
       01 MapRecord.
           02 MapSource PIC X(8).
               88 MapEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 MapAccount PIC 9(6).
           02 FILLER PIC X.
           02 MapCompany PIC X(2).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD BalReport.
       01 BalLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 LogEOFFlag PIC X VALUE "N".
           88 LogEOF VALUE "Y".
       01 CustOpenFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 DefRevAccount PIC 9(6) VALUE ZEROS.
       01 CurrentCust PIC 9(7) VALUE ZEROS.
       01 CustBalance PIC 9(8)V99 VALUE ZERO.
       01 CustInvCount PIC 9(4) VALUE ZERO.
       01 SchedBalance PIC 9(6)V99 VALUE ZERO.
       01 ReportBalance PIC 9(8)V99 VALUE ZERO.
       01 CustomerCount PIC 9(6) VALUE ZERO.
       01 InvoiceCount PIC 9(6) VALUE ZERO.
       01 LogDeferred PIC 9(8)V99 VALUE ZERO.
       01 LogRecognised PIC 9(8)V99 VALUE ZERO.
       01 LogCredited PIC 9(8)V99 VALUE ZERO.
       01 LogVoided PIC 9(8)V99 VALUE ZERO.
       01 LedgerBalance PIC S9(8)V99 VALUE ZERO.
       01 BalanceDiff PIC S9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 BalHeading.
           02 FILLER PIC X(36) VALUE
               "DEFERRED REVENUE BALANCES - AS AT  ".
           02 PrnAsAt PIC 9(8).
           02 FILLER PIC X(14) VALUE "   GL ACCOUNT ".
           02 PrnAccount PIC 9(6).
       01 BalCustLine.
           02 FILLER PIC X(9) VALUE "CUSTOMER ".
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustName PIC X(28).
       01 BalColumnHeads PIC X(90) VALUE
           "  Invoice Billed    F   Start   Done      Amount   " &
           " Recognised        Reversed     Balance".
       01 BalDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFreq PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnStart PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDone PIC Z9.
           02 FILLER PIC X VALUE "/".
           02 PrnMonths PIC 99.
           02 PrnBilled PIC $$$$,$$9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnRecognised PIC $$$$,$$9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnReversed PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBalance PIC $$$$,$$9.99.
       01 BalCustTotal.
           02 FILLER PIC X(30) VALUE "  CUSTOMER DEFERRED BALANCE : ".
           02 PrnCustBalance PIC $$,$$$,$$9.99CR.
       01 BalFootLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFootDesc PIC X(36).
           02 PrnFootAmount PIC $$,$$$,$$9.99CR.
       01 BalCountLine.
           02 FILLER PIC X(13) VALUE "CUSTOMERS  : ".
           02 PrnCustCount PIC ZZZZZ9.
           02 FILLER PIC X(16) VALUE "    INVOICES  : ".
           02 PrnInvCount PIC ZZZZZ9.
       01 RunLogJob PIC X(12) VALUE "DEFREVRPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM FindDefRevAccount
           PERFORM TallyMovementLog
           OPEN OUTPUT BalReport
           MOVE WSBusDate TO PrnAsAt
           MOVE DefRevAccount TO PrnAccount
           WRITE BalLine FROM BalHeading
           OPEN INPUT RevSchedFile
           IF WSFileStatus = "35"
               DISPLAY "No deferred revenue schedules on file"
           ELSE
               CLOSE RevSchedFile
               SORT SortFile
                   ON ASCENDING KEY SrtIDNum SrtInvNumber
                   USING RevSchedFile
                   GIVING SortedSchedFile
               OPEN INPUT CustomerFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO CustOpenFlag
               END-IF
               OPEN INPUT SortedSchedFile
               MOVE "N" TO SortedEOFFlag
               MOVE ZEROS TO CurrentCust
               PERFORM PrintOneSchedule UNTIL SortedEOF
               PERFORM PrintCustomerTotal
               CLOSE SortedSchedFile
               IF CustomerFileOpen
                   CLOSE CustomerFile
               END-IF
           END-IF
           PERFORM PrintReconciliation
           CLOSE BalReport
           DISPLAY "Deferred revenue balances written to " &
               "DefRevBal.rpt - " CustomerCount " customers"
           IF BalanceDiff NOT = ZERO
               DISPLAY "DEFERRED REVENUE DOES NOT AGREE WITH THE " &
                   "LEDGER MOVEMENTS"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE InvoiceCount TO RunLogCount
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

       FindDefRevAccount.
       MOVE ZEROS TO DefRevAccount
       OPEN INPUT MapFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO MapSource
           PERFORM ReadOneMapEntry UNTIL MapEOF
           CLOSE MapFile
       END-IF.

       ReadOneMapEntry.
       READ MapFile
           AT END SET MapEOF TO TRUE
           NOT AT END
               IF MapSource = "DEFREV"
                   AND (MapCompany = SPACES OR MapCompany = "01")
                   MOVE MapAccount TO DefRevAccount
               END-IF
       END-READ.

      *Every amount posted to the deferred revenue account passes
      *through the movement log, so its net is the ledger balance
      *the schedules must agree with.
       TallyMovementLog.
       OPEN INPUT DefRevLogFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LogEOFFlag
           PERFORM TallyOneMovement UNTIL LogEOF
           CLOSE DefRevLogFile
       END-IF
       COMPUTE LedgerBalance = LogDeferred - LogRecognised
           - LogCredited - LogVoided.

       TallyOneMovement.
       READ DefRevLogFile
           AT END SET LogEOF TO TRUE
           NOT AT END
               IF DrlDate NOT > WSBusDate
                   EVALUATE TRUE
                       WHEN DrlDeferred
                           ADD DrlAmount TO LogDeferred
                       WHEN DrlRecognised
                           ADD DrlAmount TO LogRecognised
                       WHEN DrlCreditRev
                           ADD DrlAmount TO LogCredited
                       WHEN DrlVoidRev
                           ADD DrlAmount TO LogVoided
                   END-EVALUATE
               END-IF
       END-READ.

       PrintOneSchedule.
       READ SortedSchedFile
           AT END SET SortedEOF TO TRUE
           NOT AT END
               COMPUTE SchedBalance = SdAmount - SdRecognised
                   - SdReversed
               IF SchedBalance > ZERO
                   IF SdIDNum NOT = CurrentCust
                       PERFORM PrintCustomerTotal
                       PERFORM PrintCustomerHeading
                   END-IF
                   PERFORM PrintScheduleLine
               END-IF
       END-READ.

       PrintCustomerHeading.
       MOVE SdIDNum TO CurrentCust
       MOVE ZERO TO CustBalance
       MOVE ZERO TO CustInvCount
       ADD 1 TO CustomerCount
       MOVE SdIDNum TO PrnCustID
       MOVE "NOT ON FILE" TO PrnCustName
       IF CustomerFileOpen
           MOVE SdIDNum TO IDNum
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO PrnCustName
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SPACE
                       INTO PrnCustName
           END-READ
       END-IF
       WRITE BalLine FROM BalCustLine AFTER ADVANCING 2 LINES
       WRITE BalLine FROM BalColumnHeads AFTER ADVANCING 1 LINE.

       PrintScheduleLine.
       MOVE SdInvNumber TO PrnInvNum
       MOVE SdInvDate TO PrnInvDate
       MOVE SdFreq TO PrnFreq
       MOVE SdStartMonth TO PrnStart
       MOVE SdMonthsDone TO PrnDone
       MOVE SdMonths TO PrnMonths
       MOVE SdAmount TO PrnBilled
       MOVE SdRecognised TO PrnRecognised
       MOVE SdReversed TO PrnReversed
       MOVE SchedBalance TO PrnBalance
       WRITE BalLine FROM BalDetailLine AFTER ADVANCING 1 LINE
       ADD SchedBalance TO CustBalance
       ADD SchedBalance TO ReportBalance
       ADD 1 TO CustInvCount
       ADD 1 TO InvoiceCount.

       PrintCustomerTotal.
       IF CustInvCount > ZERO
           MOVE CustBalance TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnCustBalance
           WRITE BalLine FROM BalCustTotal AFTER ADVANCING 1 LINE
           MOVE ZERO TO CustInvCount
       END-IF.

       PrintReconciliation.
       MOVE "TOTAL DEFERRED REVENUE (SCHEDULES):" TO PrnFootDesc
       MOVE ReportBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 3 LINES
       MOVE CustomerCount TO PrnCustCount
       MOVE InvoiceCount TO PrnInvCount
       WRITE BalLine FROM BalCountLine AFTER ADVANCING 1 LINE
       MOVE "LEDGER - DEFERRED WHEN BILLED     :" TO PrnFootDesc
       MOVE LogDeferred TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 2 LINES
       MOVE "         LESS RECOGNISED           :" TO PrnFootDesc
       MOVE LogRecognised TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 1 LINE
       MOVE "         LESS CREDIT MEMOS         :" TO PrnFootDesc
       MOVE LogCredited TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 1 LINE
       MOVE "         LESS VOIDED INVOICES      :" TO PrnFootDesc
       MOVE LogVoided TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 1 LINE
       MOVE "LEDGER BALANCE                    :" TO PrnFootDesc
       MOVE LedgerBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 1 LINE
       COMPUTE BalanceDiff = ReportBalance - LedgerBalance
       IF BalanceDiff = ZERO
           MOVE "SCHEDULES AGREE WITH LEDGER" TO PrnFootDesc
           MOVE ZERO TO WSAmtSigned
       ELSE
           MOVE "*** DIFFERENCE TO INVESTIGATE ***  :" TO PrnFootDesc
           MOVE BalanceDiff TO WSAmtSigned
       END-IF
       CALL 'formatcurrency' USING WSAmtSigned, PrnFootAmount
       WRITE BalLine FROM BalFootLine AFTER ADVANCING 2 LINES.
