      *Promise-to-pay nightly check
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptpchk.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CheckReport ASSIGN TO "PtpChk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PromiseFile.
       01 PromiseFileRecord PIC X(63).

       FD PaymentFile.
           COPY paydata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CheckReport.
       01 CheckLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY promdata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PtpEOFFlag PIC X VALUE "N".
           88 PtpEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 PtpFullFlag PIC X VALUE "N".
           88 PromiseTableFull VALUE "Y".
       01 PromiseTable.
           02 PromiseEntry PIC X(63) OCCURS 1000 TIMES.
       01 PromiseCount PIC 9(4) VALUE ZERO.
       01 PromiseIdx PIC 9(4) VALUE ZERO.
       01 PaidTable.
           02 PTPaid PIC S9(8)V99 OCCURS 1000 TIMES.
       01 PendingCount PIC 9(4) VALUE ZERO.
       01 KeptCount PIC 9(4) VALUE ZERO.
       01 BrokenCount PIC 9(4) VALUE ZERO.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 CheckHeading.
           02 FILLER PIC X(36) VALUE
               "PROMISE-TO-PAY CHECK - BUSINESS     ".
           02 PrnBusDate PIC 9(8).
       01 CheckDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatusText PIC X(6).
           02 FILLER PIC X(5) VALUE " due ".
           02 PrnDueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromised PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(6) VALUE " paid ".
           02 PrnPaid PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCollector PIC X(8).
       01 CheckTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPending PIC ZZZ9.
           02 FILLER PIC X(19) VALUE " promises pending, ".
           02 PrnKept PIC ZZZ9.
           02 FILLER PIC X(7) VALUE " kept, ".
           02 PrnBroken PIC ZZZ9.
           02 FILLER PIC X(7) VALUE " broken".
       01 RunLogJob PIC X(12) VALUE "PTPCHK".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadPromiseTable
           IF PromiseTableFull
               DISPLAY "More than 1000 promises on file - check "
                   "abandoned, Promise.dat left unchanged"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF PromiseCount = ZERO
                   DISPLAY "No promises to pay on file - nothing " &
                       "to check"
               ELSE
                   PERFORM TallyPromisePayments
                   OPEN OUTPUT CheckReport
                   MOVE WSBusDate TO PrnBusDate
                   WRITE CheckLine FROM CheckHeading
                   MOVE SPACES TO CheckLine
                   WRITE CheckLine
                   PERFORM CheckOnePromise
                       VARYING PromiseIdx FROM 1 BY 1
                       UNTIL PromiseIdx > PromiseCount
                   MOVE SPACES TO CheckLine
                   WRITE CheckLine
                   MOVE PendingCount TO PrnPending
                   MOVE KeptCount TO PrnKept
                   MOVE BrokenCount TO PrnBroken
                   WRITE CheckLine FROM CheckTotalLine
                   CLOSE CheckReport
                   PERFORM SavePromiseTable
                   DISPLAY "Promises to pay checked - " BrokenCount
                       " broken, " KeptCount " kept"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE BrokenCount TO RunLogCount
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

       LoadPromiseTable.
       MOVE ZERO TO PromiseCount
       OPEN INPUT PromiseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PtpEOFFlag
           PERFORM LoadOnePromise UNTIL PtpEOF
           CLOSE PromiseFile
       END-IF.

       LoadOnePromise.
       READ PromiseFile INTO PromiseRecord
           AT END SET PtpEOF TO TRUE
           NOT AT END
               IF PromiseCount < 1000
                   ADD 1 TO PromiseCount
                   MOVE PromiseRecord TO PromiseEntry(PromiseCount)
                   MOVE ZERO TO PTPaid(PromiseCount)
               ELSE
                   SET PromiseTableFull TO TRUE
                   SET PtpEOF TO TRUE
               END-IF
       END-READ.

       SavePromiseTable.
       OPEN OUTPUT PromiseFile
       PERFORM VARYING PromiseIdx FROM 1 BY 1
           UNTIL PromiseIdx > PromiseCount
           WRITE PromiseFileRecord FROM PromiseEntry(PromiseIdx)
       END-PERFORM
       CLOSE PromiseFile.

      *Any money the customer sends from the day the promise was
      *taken counts toward it.  Direct debits still awaiting
      *collection do not count until they have cleared.
       TallyPromisePayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM TallyOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       TallyOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF NOT PayPendingDD
                   PERFORM VARYING PromiseIdx FROM 1 BY 1
                       UNTIL PromiseIdx > PromiseCount
                       MOVE PromiseEntry(PromiseIdx) TO PromiseRecord
                       IF PtpOpen AND PtpIDNum = PayIDNum
                           AND PayDate NOT < PtpTaken
                           IF PayReversal
                               SUBTRACT PayAmount
                                   FROM PTPaid(PromiseIdx)
                           ELSE
                               ADD PayAmount TO PTPaid(PromiseIdx)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

      *A promise is kept once the money in covers it, and broken when
      *the promised date has passed without it.
       CheckOnePromise.
       MOVE PromiseEntry(PromiseIdx) TO PromiseRecord
       IF PtpOpen
           IF PTPaid(PromiseIdx) > ZERO
               MOVE PTPaid(PromiseIdx) TO PtpPaid
           ELSE
               MOVE ZERO TO PtpPaid
           END-IF
           MOVE PtpIDNum TO PrnCustID
           MOVE PtpDueDate TO PrnDueDate
           MOVE PtpCollector TO PrnCollector
           MOVE PtpAmount TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnPromised
           MOVE PTPaid(PromiseIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnPaid
           IF PTPaid(PromiseIdx) NOT < PtpAmount
               MOVE "K" TO PtpStatus
               MOVE WSBusDate TO PtpStatusDate
               MOVE "KEPT" TO PrnStatusText
               ADD 1 TO KeptCount
               WRITE CheckLine FROM CheckDetailLine
               MOVE "KEPT" TO ContDocRef
               PERFORM LogPromiseOutcome
           ELSE
               IF PtpDueDate < WSBusDate
                   MOVE "B" TO PtpStatus
                   MOVE WSBusDate TO PtpStatusDate
                   MOVE "BROKEN" TO PrnStatusText
                   ADD 1 TO BrokenCount
                   WRITE CheckLine FROM CheckDetailLine
                   MOVE "BROKEN" TO ContDocRef
                   PERFORM LogPromiseOutcome
               ELSE
                   ADD 1 TO PendingCount
               END-IF
           END-IF
           MOVE PromiseRecord TO PromiseEntry(PromiseIdx)
       END-IF.

       LogPromiseOutcome.
       MOVE PtpIDNum TO ContIDNum
       MOVE "PTP" TO ContTouchType
       CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef.
