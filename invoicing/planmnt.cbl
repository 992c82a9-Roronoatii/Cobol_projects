      *Installment plan maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD ArOpenFile.
           COPY ardata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY plandata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 PlanTable.
           02 PlanEntry PIC X(515) OCCURS 200 TIMES.
       01 PlanCount PIC 9(3) VALUE ZERO.
       01 PlanIdx PIC 9(3) VALUE ZERO.
       01 PlanFoundIdx PIC 9(3) VALUE ZERO.
       01 LastPlanNum PIC 9(6) VALUE ZERO.
       01 OpenTable.
           02 OpenEntry OCCURS 100 TIMES.
               03 OTInvNum PIC 9(6).
               03 OTInvDate PIC 9(8).
               03 OTOpenBal PIC S9(6)V99.
       01 OpenCount PIC 9(3) VALUE ZERO.
       01 OpenIdx PIC 9(3) VALUE ZERO.
       01 OpenFoundIdx PIC 9(3) VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 ConfirmChoice PIC X VALUE "N".
           88 PlanConfirmed VALUE "Y" "y".
       01 NewIDNum PIC 9(7) VALUE ZEROS.
       01 NewInvNum PIC 9(6) VALUE ZEROS.
       01 NewPlanNum PIC 9(6) VALUE ZEROS.
       01 NewInstCount PIC 99 VALUE ZERO.
       01 NewFirstDue PIC 9(8) VALUE ZEROS.
       01 NewFirstDueParts REDEFINES NewFirstDue.
           02 NewDueYear PIC 9(4).
           02 NewDueMonth PIC 99.
           02 NewDueDay PIC 99.
       01 PickTable.
           02 PKInvNum PIC 9(6) OCCURS 5 TIMES.
       01 PickTotal PIC 9(6)V99 VALUE ZERO.
       01 PickCount PIC 9 VALUE ZERO.
       01 PickIdx PIC 9 VALUE ZERO.
       01 PickDone PIC X VALUE "N".
           88 PicksFinished VALUE "Y".
       01 OnPlanFlag PIC X VALUE "N".
           88 InvoiceOnPlan VALUE "Y".
       01 InstIdx PIC 99 VALUE ZERO.
       01 DueWork PIC 9(8) VALUE ZEROS.
       01 DueWorkParts REDEFINES DueWork.
           02 DueWorkYear PIC 9(4).
           02 DueWorkMonth PIC 99.
           02 DueWorkDay PIC 99.
       01 GetsumFunction PIC X VALUE "D".
       01 GetsumTotal PIC S9(6)V99 VALUE ZERO.
       01 GetsumCount PIC S9(6)V99 VALUE ZERO.
       01 GetsumEach PIC S9(6)V99 VALUE ZERO.
       01 GetsumWork PIC S9(6)V99 VALUE ZERO.
       01 GetsumLast PIC S9(6)V99 VALUE ZERO.
       01 GetsumStatus PIC X(2) VALUE SPACE.
           88 GetsumOK VALUE "00".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 OpenDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOpenInv PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOpenDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOpenBal PIC $$,$$$,$$9.99CR.
       01 PlanDetailLine.
           02 FILLER PIC X(6) VALUE "Plan  ".
           02 PrnPlanNum PIC 9(6).
           02 FILLER PIC X(10) VALUE "  status: ".
           02 PrnPlanStatus PIC X(9).
           02 FILLER PIC X(9) VALUE "  total: ".
           02 PrnPlanTotal PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPlanInst PIC Z9.
           02 FILLER PIC X(13) VALUE " installments".
       01 InstDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnInstSeq PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInstDue PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInstAmount PIC $$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM LoadPlanTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               DISPLAY "(N)ew plan  (L)ist customer plans  " &
                   "(C)ancel plan  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "N" OR MntOption = "n"
                   PERFORM CreatePlan
               END-IF
               IF MntOption = "L" OR MntOption = "l"
                   PERFORM ListCustomerPlans
               END-IF
               IF MntOption = "C" OR MntOption = "c"
                   PERFORM CancelPlan
               END-IF
           END-PERFORM
           PERFORM SavePlanTable
           DISPLAY "Installment plan file saved".

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
       MOVE ZERO TO LastPlanNum
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
                   IF PlnNumber > LastPlanNum
                       MOVE PlnNumber TO LastPlanNum
                   END-IF
               END-IF
       END-READ.

       SavePlanTable.
       OPEN OUTPUT PlanFile
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           WRITE PlanFileRecord FROM PlanEntry(PlanIdx)
       END-PERFORM
       CLOSE PlanFile.

       LoadOpenItems.
       MOVE ZERO TO OpenCount
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM LoadOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       LoadOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArIDNum = NewIDNum AND ArOpenAmount > ZERO
                   AND ArDocType NOT = "C" AND ArDocType NOT = "W"
                   AND ArDocType NOT = "D" AND ArDocType NOT = "R"
                   AND OpenCount < 100
                   ADD 1 TO OpenCount
                   MOVE ArInvNumber TO OTInvNum(OpenCount)
                   MOVE ArInvDate TO OTInvDate(OpenCount)
                   MOVE ArOpenAmount TO OTOpenBal(OpenCount)
               END-IF
       END-READ.

       CreatePlan.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       PERFORM LoadOpenItems
       IF OpenCount = ZERO
           DISPLAY "No open invoices for customer " NewIDNum
               " - run arroll first if payments are recent"
       ELSE
           IF PlanCount >= 200
               DISPLAY "Installment plan file full"
           ELSE
               PERFORM VARYING OpenIdx FROM 1 BY 1
                   UNTIL OpenIdx > OpenCount
                   MOVE OTInvNum(OpenIdx) TO PrnOpenInv
                   MOVE OTInvDate(OpenIdx) TO PrnOpenDate
                   MOVE OTOpenBal(OpenIdx) TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned,
                       PrnOpenBal
                   DISPLAY OpenDetailLine
               END-PERFORM
               MOVE ZERO TO PickTotal
               MOVE ZERO TO PickCount
               MOVE "N" TO PickDone
               PERFORM PickOneInvoice UNTIL PicksFinished
               IF PickCount = ZERO
                   DISPLAY "No invoices chosen - plan not created"
               ELSE
                   PERFORM EnterPlanTerms
               END-IF
           END-IF
       END-IF.

       PickOneInvoice.
       DISPLAY "Invoice to include (0 = no more) : "
           WITH NO ADVANCING
       ACCEPT NewInvNum
       IF NewInvNum = ZERO
           MOVE "Y" TO PickDone
       ELSE
           MOVE ZERO TO OpenFoundIdx
           PERFORM VARYING OpenIdx FROM 1 BY 1
               UNTIL OpenIdx > OpenCount
               IF OTInvNum(OpenIdx) = NewInvNum
                   MOVE OpenIdx TO OpenFoundIdx
               END-IF
           END-PERFORM
           PERFORM CheckInvoiceOnPlan
           PERFORM VARYING PickIdx FROM 1 BY 1
               UNTIL PickIdx > PickCount
               IF PKInvNum(PickIdx) = NewInvNum
                   MOVE "Y" TO OnPlanFlag
               END-IF
           END-PERFORM
           IF OpenFoundIdx = ZERO
               DISPLAY "Invoice " NewInvNum " is not open for "
                   "this customer"
           ELSE
               IF InvoiceOnPlan
                   DISPLAY "Invoice " NewInvNum " is already "
                       "under an active plan"
               ELSE
                   ADD 1 TO PickCount
                   MOVE NewInvNum TO PKInvNum(PickCount)
                   ADD OTOpenBal(OpenFoundIdx) TO PickTotal
                   IF PickCount >= 5
                       DISPLAY "A plan covers at most 5 invoices"
                       MOVE "Y" TO PickDone
                   END-IF
               END-IF
           END-IF
       END-IF.

       CheckInvoiceOnPlan.
       MOVE "N" TO OnPlanFlag
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           MOVE PlanEntry(PlanIdx) TO PlanRecord
           IF PlanActive AND PlnIDNum = NewIDNum
               PERFORM VARYING PickIdx FROM 1 BY 1
                   UNTIL PickIdx > PlnInvCount
                   IF PlnInvNumber(PickIdx) = NewInvNum
                       MOVE "Y" TO OnPlanFlag
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

       EnterPlanTerms.
       MOVE SPACES TO PlanRecord
       MOVE NewIDNum TO PlnIDNum
       MOVE PickTotal TO PlnTotal
       MOVE PickCount TO PlnInvCount
       PERFORM VARYING PickIdx FROM 1 BY 1 UNTIL PickIdx > PickCount
           MOVE PKInvNum(PickIdx) TO PlnInvNumber(PickIdx)
       END-PERFORM
       MOVE PlnTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Amount under plan : " WSAmtFormatted
       DISPLAY "Number of monthly installments (2-24) : "
           WITH NO ADVANCING
       ACCEPT NewInstCount
       DISPLAY "First installment due (YYYYMMDD, day 01-28) : "
           WITH NO ADVANCING
       ACCEPT NewFirstDue
       IF NewInstCount < 2 OR NewInstCount > 24
           DISPLAY "Plan not created - 2 to 24 installments allowed"
       ELSE
           IF NewFirstDue NOT NUMERIC
               OR NewDueMonth < 1 OR NewDueMonth > 12
               OR NewDueDay < 1 OR NewDueDay > 28
               OR NewFirstDue < WSBusDate
               DISPLAY "Plan not created - first due date must be "
                   "a valid future date on day 01-28"
           ELSE
               PERFORM BuildSchedule
               IF GetsumOK
                   PERFORM ConfirmNewPlan
               ELSE
                   DISPLAY "Plan not created - installment "
                       "calculation failed, status " GetsumStatus
               END-IF
           END-IF
       END-IF.

      *Every installment but the last is the total divided evenly and
      *truncated to the cent; the last one takes up the rounding.
       BuildSchedule.
       MOVE NewInstCount TO PlnInstCount
       MOVE PlnTotal TO GetsumTotal
       MOVE NewInstCount TO GetsumCount
       MOVE "D" TO GetsumFunction
       CALL 'getsum' USING GetsumFunction, GetsumTotal, GetsumCount,
           GetsumEach, GetsumStatus
       IF GetsumOK
           SUBTRACT 1 FROM GetsumCount
           MOVE "M" TO GetsumFunction
           CALL 'getsum' USING GetsumFunction, GetsumEach,
               GetsumCount, GetsumWork, GetsumStatus
       END-IF
       IF GetsumOK
           MOVE "S" TO GetsumFunction
           CALL 'getsum' USING GetsumFunction, GetsumTotal,
               GetsumWork, GetsumLast, GetsumStatus
       END-IF
       IF GetsumOK
           MOVE NewFirstDue TO DueWork
           PERFORM VARYING InstIdx FROM 1 BY 1
               UNTIL InstIdx > NewInstCount
               MOVE DueWork TO PlnDueDate(InstIdx)
               IF InstIdx = NewInstCount
                   MOVE GetsumLast TO PlnInstAmount(InstIdx)
               ELSE
                   MOVE GetsumEach TO PlnInstAmount(InstIdx)
               END-IF
               IF DueWorkMonth = 12
                   MOVE 1 TO DueWorkMonth
                   ADD 1 TO DueWorkYear
               ELSE
                   ADD 1 TO DueWorkMonth
               END-IF
           END-PERFORM
       END-IF.

       ConfirmNewPlan.
       PERFORM VARYING InstIdx FROM 1 BY 1
           UNTIL InstIdx > PlnInstCount
           MOVE InstIdx TO PrnInstSeq
           MOVE PlnDueDate(InstIdx) TO PrnInstDue
           MOVE PlnInstAmount(InstIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnInstAmount
           DISPLAY InstDetailLine
       END-PERFORM
       MOVE "N" TO ConfirmChoice
       DISPLAY "Create this plan ? Y/N : " WITH NO ADVANCING
       ACCEPT ConfirmChoice
       IF PlanConfirmed
           ADD 1 TO LastPlanNum
           MOVE LastPlanNum TO PlnNumber
           MOVE "A" TO PlnStatus
           MOVE WSBusDate TO PlnCreated
           MOVE WSBusDate TO PlnStatusDate
           ADD 1 TO PlanCount
           MOVE PlanRecord TO PlanEntry(PlanCount)
           DISPLAY "Plan " PlnNumber " created - dunning and late "
               "charges suspended on its invoices"
       ELSE
           DISPLAY "Plan not created"
       END-IF.

       ListCustomerPlans.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       MOVE ZERO TO PlanFoundIdx
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           MOVE PlanEntry(PlanIdx) TO PlanRecord
           IF PlnIDNum = NewIDNum
               MOVE PlanIdx TO PlanFoundIdx
               PERFORM ShowOnePlan
           END-IF
       END-PERFORM
       IF PlanFoundIdx = ZERO
           DISPLAY "No installment plans for customer " NewIDNum
       END-IF.

       ShowOnePlan.
       MOVE PlnNumber TO PrnPlanNum
       EVALUATE TRUE
           WHEN PlanActive
               MOVE "ACTIVE" TO PrnPlanStatus
           WHEN PlanBroken
               MOVE "BROKEN" TO PrnPlanStatus
           WHEN PlanComplete
               MOVE "COMPLETE" TO PrnPlanStatus
           WHEN OTHER
               MOVE "CANCELLED" TO PrnPlanStatus
       END-EVALUATE
       MOVE PlnTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnPlanTotal
       MOVE PlnInstCount TO PrnPlanInst
       DISPLAY PlanDetailLine
       PERFORM VARYING PickIdx FROM 1 BY 1 UNTIL PickIdx > PlnInvCount
           DISPLAY "    invoice " PlnInvNumber(PickIdx)
       END-PERFORM
       PERFORM VARYING InstIdx FROM 1 BY 1
           UNTIL InstIdx > PlnInstCount
           MOVE InstIdx TO PrnInstSeq
           MOVE PlnDueDate(InstIdx) TO PrnInstDue
           MOVE PlnInstAmount(InstIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnInstAmount
           DISPLAY InstDetailLine
       END-PERFORM.

       CancelPlan.
       DISPLAY "Plan number to cancel : " WITH NO ADVANCING
       ACCEPT NewPlanNum
       MOVE ZERO TO PlanFoundIdx
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           MOVE PlanEntry(PlanIdx) TO PlanRecord
           IF PlnNumber = NewPlanNum
               MOVE PlanIdx TO PlanFoundIdx
           END-IF
       END-PERFORM
       IF PlanFoundIdx = ZERO
           DISPLAY "No such plan"
       ELSE
           MOVE PlanEntry(PlanFoundIdx) TO PlanRecord
           IF NOT PlanActive
               DISPLAY "Plan " NewPlanNum " is not active"
           ELSE
               MOVE "X" TO PlnStatus
               MOVE WSBusDate TO PlnStatusDate
               MOVE PlanRecord TO PlanEntry(PlanFoundIdx)
               DISPLAY "Plan " NewPlanNum " cancelled - its "
                   "invoices return to normal collection"
           END-IF
       END-IF.
