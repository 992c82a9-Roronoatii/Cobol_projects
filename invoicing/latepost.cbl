           SELECT WaiveFile ASSIGN TO "LateWaive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PostReport ASSIGN TO "LatePost.rpt"
       01 WaiveRecord.
           02 WavIDNum PIC 9(7).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD PostReport.
       01 PostLine PIC X(70).

       WORKING-STORAGE SECTION.
           COPY plandata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 PlanInvTable.
           02 PlanInvEntry OCCURS 500 TIMES.
               03 PICustID PIC 9(7).
               03 PIInvNum PIC 9(6).
       01 PlanInvCount PIC 9(3) VALUE ZERO.
       01 PlanInvIdx PIC 9(3) VALUE ZERO.
       01 PlanPickIdx PIC 9 VALUE ZERO.
       01 OnPlanFlag PIC X VALUE "N".
           88 InvoiceOnPlan VALUE "Y".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PostDate PIC 9(8) VALUE ZEROS.
       01 PerFunction PIC X VALUE "R".
       01 PerOperID PIC X(8) VALUE SPACE.
       01 PerAuth PIC X VALUE "B".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodRedirected VALUE "02".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
               03 PSRefInvNum PIC 9(6).
               03 PSJuris PIC X(2).
               03 PSCurrency PIC X(3).
               03 PSCharge PIC 9(6)V99.
       01 PostCount PIC 9(3) VALUE ZERO.
       01 PostIdx PIC 9(3) VALUE ZERO.
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 GetsumStatus PIC X(2) VALUE SPACE.
           88 GetsumOK VALUE "00".
       01 GetsumFunction PIC X VALUE "M".
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 InvoiceDue PIC 9(8) VALUE ZEROS.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateStatus PIC X(2) VALUE SPACE.
           88 DateCalcOK VALUE "00".
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 PostedCount PIC 9(5) VALUE ZERO.
       01 WaivedCount PIC 9(5) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetPostingDate
           PERFORM LoadPaymentTable
           PERFORM LoadCreditTable
           PERFORM LoadPlanInvoices
           PERFORM LoadWaiveTable
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Late charges are dated with the business date unless
      *its accounting period is closed or soft-closed, when they move
      *to the first day of the next open month.
       SetPostingDate.
       MOVE WSBusDate TO PostDate
       MOVE "R" TO PerFunction
       MOVE RunLogJob TO PerOperID
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, PostDate, PerOperID, PerAuth,
           PerPostRef, PerStatus
       IF PeriodRedirected
           DISPLAY "Accounting period " WSBusDate(1:6)
               " is closed - postings dated " PostDate
       END-IF.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
           CLOSE InvoiceFile
       END-IF.

      *Invoices under an active installment plan are left out of
      *the run while the customer keeps to the plan.
       LoadPlanInvoices.
       MOVE ZERO TO PlanInvCount
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
               IF PlanActive
                   PERFORM VARYING PlanPickIdx FROM 1 BY 1
                       UNTIL PlanPickIdx > PlnInvCount
                       IF PlanInvCount < 500
                           ADD 1 TO PlanInvCount
                           MOVE PlnIDNum TO PICustID(PlanInvCount)
                           MOVE PlnInvNumber(PlanPickIdx)
                               TO PIInvNum(PlanInvCount)
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

       CheckInvoiceOnPlan.
       MOVE "N" TO OnPlanFlag
       PERFORM VARYING PlanInvIdx FROM 1 BY 1
           UNTIL PlanInvIdx > PlanInvCount
           IF PICustID(PlanInvIdx) = InvIDNum
               AND PIInvNum(PlanInvIdx) = InvNumber
               MOVE "Y" TO OnPlanFlag
           END-IF
       END-PERFORM.

       LoadOneCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET CredEOF TO TRUE
           NOT AT END
               IF (CreditMemoDoc OR WriteOffDoc OR DiscountDoc)
                   AND NOT InvVoided
                   AND CreditCount < 200
                   ADD 1 TO CreditCount
                   MOVE InvAmount TO CRAmount(CreditCount)
               END-IF
               IF InvDocType = "L" AND NOT InvVoided
                   AND InvDate(1:6) = PostDate(1:6)
                   AND ChargedCount < 200
                   ADD 1 TO ChargedCount
                   MOVE InvIDNum TO ChargedID(ChargedCount)
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               PERFORM ComputeOpenBalance
               PERFORM CheckInvoiceOnPlan
               IF OpenBalance > ZERO
                   AND NOT InvVoided AND NOT CreditMemoDoc
                   AND NOT WriteOffDoc AND NOT InvDisputed
                   AND NOT DiscountDoc AND NOT RefundDoc
                   AND NOT AgencyFeeDoc
                   AND NOT InvoiceOnPlan
                   IF IsFirstInvoice OR InvIDNum NOT = PrevCustID
                       IF NOT IsFirstInvoice
                           PERFORM JudgeCustomer
       END-PERFORM.

       BucketOneInvoice.
       PERFORM SetInvoiceDue
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE InvoiceDue TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       IF DaysPastDue > 0
           ADD OpenBalance TO CustOverdue
           IF OldestInvNum = ZEROS
               MOVE InvNumber TO OldestInvNum
           END-IF
       END-IF.

       SetInvoiceDue.
       IF InvDueDate IS NUMERIC AND InvDueDate > ZERO
           MOVE InvDueDate TO InvoiceDue
       ELSE
           MOVE "A" TO DateFunction
           MOVE InvDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE 30 TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO InvoiceDue
       END-IF.

       JudgeCustomer.
       IF CustOverdue > ZERO
           PERFORM CheckAlreadyCharged
       END-IF.

       PostOneCharge.
       CALL 'custcomp' USING PSCustID(PostIdx), DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE PSCustID(PostIdx) TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE PostDate TO InvDate
       MOVE PSJuris(PostIdx) TO InvJurisdiction
       MOVE PSCurrency(PostIdx) TO InvCurrency
       MOVE PSCharge(PostIdx) TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "L" TO InvDocType
       MOVE PSRefInvNum(PostIdx) TO InvRefNumber
       MOVE PostDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Late charge document number clash for "
       END-WRITE.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.

