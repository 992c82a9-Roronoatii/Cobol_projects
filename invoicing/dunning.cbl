           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyPlcFile ASSIGN TO "AgencyPlc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LetterReport ASSIGN TO "DunLet.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterReport ASSIGN TO "DunReg.rpt"
       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD AgencyPlcFile.
           COPY agydata.

       FD LetterReport.
       01 LetterLine PIC X(80).

       01 RegisterLine PIC X(60).

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
       01 AgpEOFFlag PIC X VALUE "N".
           88 AgpEOF VALUE "Y".
       01 PlacedCustTable.
           02 PlacedCustEntry OCCURS 500 TIMES.
               03 PCCustID PIC 9(7).
       01 PlacedCustCount PIC 9(3) VALUE ZERO.
       01 PlacedCustIdx PIC 9(3) VALUE ZERO.
       01 PlacedCheckID PIC 9(7) VALUE ZEROS.
       01 PlacedFlag PIC X VALUE "N".
           88 CustomerPlaced VALUE "Y".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 RegAgeDays PIC S9(7) VALUE ZERO.
       01 RegStaleDays PIC 9(3) VALUE 180.
       01 LettersSent PIC 9(5) VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 InvoiceDue PIC 9(8) VALUE ZEROS.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
           PERFORM ReadBusinessDate
           PERFORM LoadPaymentTable
           PERFORM LoadCreditTable
           PERFORM LoadPlanInvoices
           PERFORM LoadPlacedCustomers
           PERFORM LoadDunRegister
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
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

      *Customers with an account at the collection agency are
      *chased by the agency, not by us.
       LoadPlacedCustomers.
       MOVE ZERO TO PlacedCustCount
       OPEN INPUT AgencyPlcFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO AgpEOFFlag
           PERFORM LoadOnePlacement UNTIL AgpEOF
           CLOSE AgencyPlcFile
       END-IF.

       LoadOnePlacement.
       READ AgencyPlcFile
           AT END SET AgpEOF TO TRUE
           NOT AT END
               IF AgpActive
                   MOVE AgpIDNum TO PlacedCheckID
                   PERFORM CheckCustomerPlaced
                   IF NOT CustomerPlaced AND PlacedCustCount < 500
                       ADD 1 TO PlacedCustCount
                       MOVE AgpIDNum TO PCCustID(PlacedCustCount)
                   END-IF
               END-IF
       END-READ.

       CheckCustomerPlaced.
       MOVE "N" TO PlacedFlag
       PERFORM VARYING PlacedCustIdx FROM 1 BY 1
           UNTIL PlacedCustIdx > PlacedCustCount
           IF PCCustID(PlacedCustIdx) = PlacedCheckID
               MOVE "Y" TO PlacedFlag
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
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               PERFORM ComputeOpenBalance
               PERFORM CheckInvoiceOnPlan
               MOVE InvIDNum TO PlacedCheckID
               PERFORM CheckCustomerPlaced
               IF OpenBalance > ZERO
                   AND NOT InvVoided AND NOT CreditMemoDoc
                   AND NOT WriteOffDoc AND NOT InvDisputed
                   AND NOT DiscountDoc AND NOT RefundDoc
                   AND NOT AgencyFeeDoc
                   AND NOT InvoiceOnPlan AND NOT CustomerPlaced
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
       EVALUATE TRUE
           WHEN DaysPastDue <= 0
               ADD OpenBalance TO CustBucket30
           WHEN DaysPastDue <= 30
               ADD OpenBalance TO CustBucket60
               ADD OpenBalance TO CustOverdue
           WHEN DaysPastDue <= 60
               ADD OpenBalance TO CustBucket90
               ADD OpenBalance TO CustOverdue
           WHEN OTHER
               ADD OpenBalance TO CustOverdue
       END-EVALUATE.

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
       MOVE ZERO TO AgingLevel
       IF CustBucket60 > ZERO
