      *Installment plan nightly check
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planchk.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CheckReport ASSIGN TO "PlanChk.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD PaymentFile.
           COPY paydata.

       FD ArOpenFile.
           COPY ardata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CheckReport.
       01 CheckLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY plandata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 PlanTable.
           02 PlanEntry PIC X(515) OCCURS 200 TIMES.
       01 PlanProgressTable.
           02 PlanProgress OCCURS 200 TIMES.
               03 PPPaid PIC S9(8)V99.
               03 PPOpen PIC S9(8)V99.
       01 PlanCount PIC 9(3) VALUE ZERO.
       01 PlanIdx PIC 9(3) VALUE ZERO.
       01 PlanPickIdx PIC 9 VALUE ZERO.
       01 InstIdx PIC 99 VALUE ZERO.
       01 DueToDate PIC 9(8)V99 VALUE ZERO.
       01 ActiveCount PIC 9(4) VALUE ZERO.
       01 BrokenCount PIC 9(4) VALUE ZERO.
       01 CompleteCount PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 CheckHeading.
           02 FILLER PIC X(36) VALUE
               "INSTALLMENT PLAN CHECK - BUSINESS   ".
           02 PrnBusDate PIC 9(8).
       01 CheckDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPlanNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatusText PIC X(10).
           02 FILLER PIC X(5) VALUE " due ".
           02 PrnDueToDate PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(6) VALUE " paid ".
           02 PrnPaidToDate PIC $$,$$$,$$9.99CR.
       01 CheckTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnActive PIC ZZZ9.
           02 FILLER PIC X(17) VALUE " plans on track, ".
           02 PrnBroken PIC ZZZ9.
           02 FILLER PIC X(9) VALUE " broken, ".
           02 PrnComplete PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " completed".
       01 RunLogJob PIC X(12) VALUE "PLANCHK".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadPlanTable
           IF PlanCount = ZERO
               DISPLAY "No installment plans on file - nothing " &
                   "to check"
           ELSE
               PERFORM TallyPlanPayments
               PERFORM TallyPlanOpenItems
               OPEN OUTPUT CheckReport
               MOVE WSBusDate TO PrnBusDate
               WRITE CheckLine FROM CheckHeading
               MOVE SPACES TO CheckLine
               WRITE CheckLine
               PERFORM CheckOnePlan
                   VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
               MOVE SPACES TO CheckLine
               WRITE CheckLine
               MOVE ActiveCount TO PrnActive
               MOVE BrokenCount TO PrnBroken
               MOVE CompleteCount TO PrnComplete
               WRITE CheckLine FROM CheckTotalLine
               CLOSE CheckReport
               PERFORM SavePlanTable
               DISPLAY "Installment plans checked - " BrokenCount
                   " broken, " CompleteCount " completed"
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

       LoadPlanTable.
       MOVE ZERO TO PlanCount
       OPEN INPUT PlanFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PlanEOFFlag
           PERFORM LoadOnePlan UNTIL PlanEOF
           CLOSE PlanFile
       END-IF.

       LoadOnePlan.
       READ PlanFile INTO PlanRecord
           AT END SET PlanEOF TO TRUE
           NOT AT END
               IF PlanCount < 200
                   ADD 1 TO PlanCount
                   MOVE PlanRecord TO PlanEntry(PlanCount)
                   MOVE ZERO TO PPPaid(PlanCount)
                   MOVE ZERO TO PPOpen(PlanCount)
               ELSE
                   DISPLAY "More than 200 installment plans - "
                       "plan " PlnNumber " not checked"
               END-IF
       END-READ.

       SavePlanTable.
       OPEN OUTPUT PlanFile
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           WRITE PlanFileRecord FROM PlanEntry(PlanIdx)
       END-PERFORM
       CLOSE PlanFile.

      *Money received on a plan's invoices since the plan was agreed
      *counts toward its installments.
       TallyPlanPayments.
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
               PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
                   MOVE PlanEntry(PlanIdx) TO PlanRecord
                   IF PlanActive AND PlnIDNum = PayIDNum
                       AND PayDate NOT < PlnCreated
                       PERFORM VARYING PlanPickIdx FROM 1 BY 1
                           UNTIL PlanPickIdx > PlnInvCount
                           IF PlnInvNumber(PlanPickIdx) = PayInvNumber
                               IF PayReversal
                                   SUBTRACT PayAmount
                                       FROM PPPaid(PlanIdx)
                               ELSE
                                   ADD PayAmount TO PPPaid(PlanIdx)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
       END-READ.

       TallyPlanOpenItems.
       OPEN INPUT ArOpenFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No open-item ledger - plans not checked for "
               "completion"
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               MOVE 1 TO PPOpen(PlanIdx)
           END-PERFORM
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM TallyOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       TallyOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
                   MOVE PlanEntry(PlanIdx) TO PlanRecord
                   IF PlanActive AND PlnIDNum = ArIDNum
                       PERFORM VARYING PlanPickIdx FROM 1 BY 1
                           UNTIL PlanPickIdx > PlnInvCount
                           IF PlnInvNumber(PlanPickIdx) = ArInvNumber
                               ADD ArOpenAmount TO PPOpen(PlanIdx)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
       END-READ.

      *A plan is complete once its invoices are cleared, and broken
      *as soon as the money in falls short of the installments whose
      *due date has passed.
       CheckOnePlan.
       MOVE PlanEntry(PlanIdx) TO PlanRecord
       IF PlanActive
           MOVE ZERO TO DueToDate
           PERFORM VARYING InstIdx FROM 1 BY 1
               UNTIL InstIdx > PlnInstCount
               IF PlnDueDate(InstIdx) < WSBusDate
                   ADD PlnInstAmount(InstIdx) TO DueToDate
               END-IF
           END-PERFORM
           MOVE PlnNumber TO PrnPlanNum
           MOVE PlnIDNum TO PrnCustID
           MOVE DueToDate TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnDueToDate
           MOVE PPPaid(PlanIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnPaidToDate
           IF PPOpen(PlanIdx) NOT > ZERO
               MOVE "C" TO PlnStatus
               MOVE WSBusDate TO PlnStatusDate
               MOVE "COMPLETED" TO PrnStatusText
               ADD 1 TO CompleteCount
               WRITE CheckLine FROM CheckDetailLine
           ELSE
               IF PPPaid(PlanIdx) < DueToDate
                   MOVE "B" TO PlnStatus
                   MOVE WSBusDate TO PlnStatusDate
                   MOVE "BROKEN" TO PrnStatusText
                   ADD 1 TO BrokenCount
                   WRITE CheckLine FROM CheckDetailLine
               ELSE
                   ADD 1 TO ActiveCount
               END-IF
           END-IF
           MOVE PlanRecord TO PlanEntry(PlanIdx)
       END-IF.
