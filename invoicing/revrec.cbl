      *Deferred revenue recognition run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revrec.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RevSchedFile ASSIGN TO "RevSched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DefRevLogFile ASSIGN TO "DefRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecReport ASSIGN TO "RevRec.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RevSchedFile.
           COPY revsdata.

       FD DefRevLogFile.
           COPY revldata.

       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD RecReport.
       01 RecLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 RunMode PIC X VALUE "D".
           88 MonthEndRun VALUE "M" "m".
       01 RecMonth PIC 9(6) VALUE ZEROS.
       01 SchedEOFFlag PIC X VALUE "N".
           88 SchedEOF VALUE "Y".
       01 LogEOFFlag PIC X VALUE "N".
           88 LogEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 SchedTable.
           02 SchedEntry OCCURS 2000 TIMES.
               03 STIDNum PIC 9(7).
               03 STInvNumber PIC 9(6).
               03 STInvDate PIC 9(8).
               03 STFreq PIC X.
               03 STStartMonth PIC 9(6).
               03 STMonths PIC 99.
               03 STMonthsDone PIC 99.
               03 STAmount PIC 9(6)V99.
               03 STRecognised PIC 9(6)V99.
               03 STReversed PIC 9(6)V99.
               03 STStatus PIC X.
                   88 STActive VALUE "A".
       01 SchedCount PIC 9(4) VALUE ZERO.
       01 SchedIdx PIC 9(4) VALUE ZERO.
       01 SchedFoundIdx PIC 9(4) VALUE ZERO.
      *Credit memos already taken against a schedule, so that a
      *rerun of the same day does not reverse them twice.
       01 AppliedTable.
           02 AppliedEntry OCCURS 2000 TIMES.
               03 ATIDNum PIC 9(7).
               03 ATCredNumber PIC 9(6).
       01 AppliedCount PIC 9(4) VALUE ZERO.
       01 AppliedIdx PIC 9(4) VALUE ZERO.
       01 AppliedFlag PIC X VALUE "N".
           88 AlreadyApplied VALUE "Y".
       01 Unrecognised PIC 9(6)V99 VALUE ZERO.
       01 MoveAmount PIC 9(6)V99 VALUE ZERO.
       01 MonthsDue PIC S9(4) VALUE ZERO.
       01 StartMonthNum PIC 9(6) VALUE ZERO.
       01 RecMonthNum PIC 9(6) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 99 VALUE ZERO.
       01 LogType PIC X VALUE SPACE.
       01 LogCredNumber PIC 9(6) VALUE ZEROS.
       01 RecognisedTotal PIC 9(8)V99 VALUE ZERO.
       01 CreditRevTotal PIC 9(8)V99 VALUE ZERO.
       01 VoidRevTotal PIC 9(8)V99 VALUE ZERO.
       01 MovementCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 RecHeading.
           02 FILLER PIC X(36) VALUE
               "DEFERRED REVENUE REGISTER - RUN     ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRunType PIC X(21).
       01 RecColumnHeads PIC X(72) VALUE
           "Customer  Invoice  Movement            Credit  Month" &
           "            Amount".
       01 RecDetailLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnMovement PIC X(18).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCredNum PIC Z(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMonth PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAmount PIC $$,$$$,$$9.99CR.
       01 RecTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotalDesc PIC X(30).
           02 PrnTotalAmount PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "REVREC".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT RunMode
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           MOVE WSBusDate(1:6) TO RecMonth
           PERFORM LoadSchedTable
           PERFORM LoadAppliedCredits
           OPEN OUTPUT RecReport
           MOVE WSBusDate TO PrnRunDate
           IF MonthEndRun
               MOVE "MONTH-END RECOGNITION" TO PrnRunType
           ELSE
               MOVE "DAILY" TO PrnRunType
           END-IF
           WRITE RecLine FROM RecHeading
           WRITE RecLine FROM RecColumnHeads AFTER ADVANCING 2 LINES
           IF SchedCount = ZERO
               DISPLAY "No deferred revenue schedules - nothing " &
                   "to recognise"
           ELSE
               PERFORM OpenLogForAppend
               OPEN INPUT InvoiceFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "Invoice file not available - credit " &
                       "memos and voids not applied"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM ApplyCreditMemos
                   PERFORM CheckVoidedInvoices
                   CLOSE InvoiceFile
               END-IF
               IF MonthEndRun
                   PERFORM RecogniseOneSchedule
                       VARYING SchedIdx FROM 1 BY 1
                       UNTIL SchedIdx > SchedCount
               END-IF
               CLOSE DefRevLogFile
               PERFORM SaveSchedTable
           END-IF
           MOVE "RECOGNISED TO REVENUE  :" TO PrnTotalDesc
           MOVE RecognisedTotal TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnTotalAmount
           WRITE RecLine FROM RecTotalLine AFTER ADVANCING 2 LINES
           MOVE "REVERSED BY CREDIT MEMO:" TO PrnTotalDesc
           MOVE CreditRevTotal TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnTotalAmount
           WRITE RecLine FROM RecTotalLine AFTER ADVANCING 1 LINE
           MOVE "RELEASED BY VOID       :" TO PrnTotalDesc
           MOVE VoidRevTotal TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnTotalAmount
           WRITE RecLine FROM RecTotalLine AFTER ADVANCING 1 LINE
           CLOSE RecReport
           DISPLAY "Deferred revenue run complete - " MovementCount
               " movements written to RevRec.rpt"
           MOVE "END" TO RunLogEvent
           MOVE MovementCount TO RunLogCount
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

       LoadSchedTable.
       MOVE ZERO TO SchedCount
       OPEN INPUT RevSchedFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO SchedEOFFlag
           PERFORM LoadOneSched UNTIL SchedEOF
           CLOSE RevSchedFile
       END-IF.

       LoadOneSched.
       READ RevSchedFile
           AT END SET SchedEOF TO TRUE
           NOT AT END
               IF SchedCount < 2000
                   ADD 1 TO SchedCount
                   MOVE RsIDNum TO STIDNum(SchedCount)
                   MOVE RsInvNumber TO STInvNumber(SchedCount)
                   MOVE RsInvDate TO STInvDate(SchedCount)
                   MOVE RsFreq TO STFreq(SchedCount)
                   MOVE RsStartMonth TO STStartMonth(SchedCount)
                   MOVE RsMonths TO STMonths(SchedCount)
                   MOVE RsMonthsDone TO STMonthsDone(SchedCount)
                   MOVE RsAmount TO STAmount(SchedCount)
                   MOVE RsRecognised TO STRecognised(SchedCount)
                   MOVE RsReversed TO STReversed(SchedCount)
                   MOVE RsStatus TO STStatus(SchedCount)
               ELSE
                   DISPLAY "Schedule table full - invoice "
                       RsInvNumber " not loaded"
               END-IF
       END-READ.

       LoadAppliedCredits.
       MOVE ZERO TO AppliedCount
       OPEN INPUT DefRevLogFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LogEOFFlag
           PERFORM LoadOneLogEntry UNTIL LogEOF
           CLOSE DefRevLogFile
       END-IF.

       LoadOneLogEntry.
       READ DefRevLogFile
           AT END SET LogEOF TO TRUE
           NOT AT END
               IF DrlCreditRev AND AppliedCount < 2000
                   ADD 1 TO AppliedCount
                   MOVE DrlIDNum TO ATIDNum(AppliedCount)
                   MOVE DrlCredNumber TO ATCredNumber(AppliedCount)
               END-IF
       END-READ.

       OpenLogForAppend.
       OPEN INPUT DefRevLogFile
       IF WSFileStatus = "35"
           OPEN OUTPUT DefRevLogFile
           CLOSE DefRevLogFile
       ELSE
           CLOSE DefRevLogFile
       END-IF
       OPEN EXTEND DefRevLogFile.

      *A credit memo raised today against an advance-billed invoice
      *first takes back whatever is still deferred; only the excess
      *comes off revenue already recognised.
       ApplyCreditMemos.
       MOVE "N" TO InvEOFFlag
       PERFORM ApplyOneCreditMemo UNTIL InvEOF.

       ApplyOneCreditMemo.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF CreditMemoDoc AND NOT InvVoided
                   AND InvDate = WSBusDate
                   AND InvRefNumber NOT = ZEROS
                   PERFORM ReverseForCreditMemo
               END-IF
       END-READ.

       ReverseForCreditMemo.
       MOVE ZERO TO SchedFoundIdx
       PERFORM VARYING SchedIdx FROM 1 BY 1
           UNTIL SchedIdx > SchedCount
           IF STIDNum(SchedIdx) = InvIDNum
               AND STInvNumber(SchedIdx) = InvRefNumber
               AND STActive(SchedIdx)
               MOVE SchedIdx TO SchedFoundIdx
           END-IF
       END-PERFORM
       MOVE "N" TO AppliedFlag
       PERFORM VARYING AppliedIdx FROM 1 BY 1
           UNTIL AppliedIdx > AppliedCount
           IF ATIDNum(AppliedIdx) = InvIDNum
               AND ATCredNumber(AppliedIdx) = InvNumber
               MOVE "Y" TO AppliedFlag
           END-IF
       END-PERFORM
       IF SchedFoundIdx > ZERO AND NOT AlreadyApplied
           MOVE SchedFoundIdx TO SchedIdx
           COMPUTE Unrecognised = STAmount(SchedIdx)
               - STRecognised(SchedIdx) - STReversed(SchedIdx)
           IF InvAmount < Unrecognised
               MOVE InvAmount TO MoveAmount
           ELSE
               MOVE Unrecognised TO MoveAmount
           END-IF
           IF MoveAmount > ZERO
               ADD MoveAmount TO STReversed(SchedIdx)
               ADD MoveAmount TO CreditRevTotal
               MOVE "C" TO LogType
               MOVE InvNumber TO LogCredNumber
               PERFORM WriteMovement
               PERFORM CloseIfExhausted
           END-IF
       END-IF.

      *An invoice voided since it was billed was raised in error, so
      *nothing more is recognised and what is left deferred is
      *released back against receivables.
       CheckVoidedInvoices.
       PERFORM CheckOneVoid
           VARYING SchedIdx FROM 1 BY 1
           UNTIL SchedIdx > SchedCount.

       CheckOneVoid.
       IF STActive(SchedIdx)
           MOVE STIDNum(SchedIdx) TO InvIDNum
           MOVE STInvNumber(SchedIdx) TO InvNumber
           READ InvoiceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF InvVoided
                       COMPUTE MoveAmount = STAmount(SchedIdx)
                           - STRecognised(SchedIdx)
                           - STReversed(SchedIdx)
                       IF MoveAmount > ZERO
                           ADD MoveAmount TO STReversed(SchedIdx)
                           ADD MoveAmount TO VoidRevTotal
                           MOVE "V" TO LogType
                           MOVE ZEROS TO LogCredNumber
                           PERFORM WriteMovement
                       END-IF
                       MOVE "X" TO STStatus(SchedIdx)
                   END-IF
           END-READ
       END-IF.

      *Each month of service due by the run month releases an equal
      *share of what is still deferred; the final month releases
      *the remainder so the schedule clears to the cent.  Months
      *missed by an earlier run are caught up here.
       RecogniseOneSchedule.
       IF STActive(SchedIdx)
           DIVIDE STStartMonth(SchedIdx) BY 100 GIVING WorkYear
               REMAINDER WorkMonth
           COMPUTE StartMonthNum = WorkYear * 12 + WorkMonth
           DIVIDE RecMonth BY 100 GIVING WorkYear
               REMAINDER WorkMonth
           COMPUTE RecMonthNum = WorkYear * 12 + WorkMonth
           COMPUTE MonthsDue = RecMonthNum - StartMonthNum + 1
           IF MonthsDue > STMonths(SchedIdx)
               MOVE STMonths(SchedIdx) TO MonthsDue
           END-IF
           IF MonthsDue > STMonthsDone(SchedIdx)
               COMPUTE Unrecognised = STAmount(SchedIdx)
                   - STRecognised(SchedIdx) - STReversed(SchedIdx)
               IF MonthsDue = STMonths(SchedIdx)
                   MOVE Unrecognised TO MoveAmount
               ELSE
                   COMPUTE MoveAmount ROUNDED = Unrecognised
                       * (MonthsDue - STMonthsDone(SchedIdx))
                       / (STMonths(SchedIdx) - STMonthsDone(SchedIdx))
               END-IF
               MOVE MonthsDue TO STMonthsDone(SchedIdx)
               IF MoveAmount > ZERO
                   ADD MoveAmount TO STRecognised(SchedIdx)
                   ADD MoveAmount TO RecognisedTotal
                   MOVE "R" TO LogType
                   MOVE ZEROS TO LogCredNumber
                   PERFORM WriteMovement
               END-IF
               PERFORM CloseIfExhausted
           END-IF
       END-IF.

       CloseIfExhausted.
       IF STMonthsDone(SchedIdx) = STMonths(SchedIdx)
           OR STAmount(SchedIdx) = STRecognised(SchedIdx)
               + STReversed(SchedIdx)
           MOVE "C" TO STStatus(SchedIdx)
       END-IF.

       WriteMovement.
       MOVE SPACES TO DefRevLogRecord
       MOVE LogType TO DrlType
       MOVE WSBusDate TO DrlDate
       MOVE STIDNum(SchedIdx) TO DrlIDNum
       MOVE STInvNumber(SchedIdx) TO DrlInvNumber
       MOVE LogCredNumber TO DrlCredNumber
       MOVE RecMonth TO DrlMonth
       MOVE MoveAmount TO DrlAmount
       WRITE DefRevLogRecord
       ADD 1 TO MovementCount
       IF LogType = "C" AND AppliedCount < 2000
           ADD 1 TO AppliedCount
           MOVE STIDNum(SchedIdx) TO ATIDNum(AppliedCount)
           MOVE LogCredNumber TO ATCredNumber(AppliedCount)
       END-IF
       MOVE STIDNum(SchedIdx) TO PrnCustID
       MOVE STInvNumber(SchedIdx) TO PrnInvNum
       EVALUATE LogType
           WHEN "R"
               MOVE "RECOGNISED" TO PrnMovement
           WHEN "C"
               MOVE "CREDIT MEMO" TO PrnMovement
           WHEN OTHER
               MOVE "INVOICE VOIDED" TO PrnMovement
       END-EVALUATE
       MOVE LogCredNumber TO PrnCredNum
       MOVE RecMonth TO PrnMonth
       MOVE MoveAmount TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE RecLine FROM RecDetailLine AFTER ADVANCING 1 LINE.

       SaveSchedTable.
       OPEN OUTPUT RevSchedFile
       PERFORM VARYING SchedIdx FROM 1 BY 1
           UNTIL SchedIdx > SchedCount
           MOVE SPACES TO RevSchedRecord
           MOVE STIDNum(SchedIdx) TO RsIDNum
           MOVE STInvNumber(SchedIdx) TO RsInvNumber
           MOVE STInvDate(SchedIdx) TO RsInvDate
           MOVE STFreq(SchedIdx) TO RsFreq
           MOVE STStartMonth(SchedIdx) TO RsStartMonth
           MOVE STMonths(SchedIdx) TO RsMonths
           MOVE STMonthsDone(SchedIdx) TO RsMonthsDone
           MOVE STAmount(SchedIdx) TO RsAmount
           MOVE STRecognised(SchedIdx) TO RsRecognised
           MOVE STReversed(SchedIdx) TO RsReversed
           MOVE STStatus(SchedIdx) TO RsStatus
           WRITE RevSchedRecord
       END-PERFORM
       CLOSE RevSchedFile.
