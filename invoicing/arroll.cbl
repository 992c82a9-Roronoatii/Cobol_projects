           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyPlcFile ASSIGN TO "AgencyPlc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           02 FILLER PIC X.
           02 SrtPayDate PIC 9(8).
           02 FILLER PIC X.
           02 SrtPayAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 SrtPayCurrency PIC X(3).
           02 FILLER PIC X.
           02 FILLER PIC X.
           02 SortedPayDate PIC 9(8).
           02 FILLER PIC X.
           02 SortedPayAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 SortedPayCurrency PIC X(3).
           02 FILLER PIC X.
       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD AgencyPlcFile.
           COPY agydata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
           88 PayEOF VALUE "Y".
       01 PayPending PIC X VALUE "N".
           88 PayHeld VALUE "Y".
       01 AgpEOFFlag PIC X VALUE "N".
           88 AgpEOF VALUE "Y".
       01 PlacedTable.
           02 PlacedEntry OCCURS 2000 TIMES.
               03 PLCustID PIC 9(7).
               03 PLInvNum PIC 9(6).
       01 PlacedCount PIC 9(4) VALUE ZERO.
       01 PlacedIdx PIC 9(4) VALUE ZERO.
       01 CustDocTable.
           02 CustDocEntry OCCURS 200 TIMES.
               03 CDInvNumber PIC 9(6).
               03 CDInvDate PIC 9(8).
               03 CDDueDate PIC 9(8).
               03 CDDocType PIC X.
               03 CDCurrency PIC X(3).
               03 CDDispute PIC X.
               03 CDOrigAmount PIC 9(6)V99.
               03 CDPaidAmount PIC 9(6)V99.
               03 CDCreditAmount PIC 9(6)V99.
               03 CDRefundAmount PIC 9(6)V99.
               03 CDCompany PIC X(2).
               03 CDPONumber PIC X(15).
       01 CustDocCount PIC 9(3) VALUE ZERO.
       01 CustDocIdx PIC 9(3) VALUE ZERO.
       01 CustDocFound PIC 9(3) VALUE ZERO.
       01 RolledCount PIC 9(6) VALUE ZERO.
       01 OpenItemCount PIC 9(6) VALUE ZERO.
       01 WorkOpen PIC S9(6)V99 VALUE ZERO.
       01 TermsCode PIC X(4) VALUE SPACE.
       01 TermsDueDate PIC 9(8) VALUE ZEROS.
       01 TermsStatus PIC X(2) VALUE SPACE.
       01 RunLogJob PIC X(12) VALUE "ARROLL".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadAgencyPlacements
           PERFORM SortPaymentFile
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
           CLOSE BusDateFile
       END-IF.

      *Items still with the collection agency are flagged on the
      *ledger so the collection runs leave them alone.
       LoadAgencyPlacements.
       MOVE ZERO TO PlacedCount
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
               IF AgpActive AND PlacedCount < 2000
                   ADD 1 TO PlacedCount
                   MOVE AgpIDNum TO PLCustID(PlacedCount)
                   MOVE AgpInvNumber TO PLInvNum(PlacedCount)
               END-IF
       END-READ.

       SortPaymentFile.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
                   MOVE InvIDNum TO CurrentCust
                   MOVE ZERO TO CustDocCount
               END-IF
               IF InvVoided OR AgencyFeeDoc
                   CONTINUE
               ELSE
                   IF CreditMemoDoc OR WriteOffDoc OR DiscountDoc
                       PERFORM NetCreditToDocument
                       PERFORM AddCustomerDocument
                   ELSE
                       IF RefundDoc
                           PERFORM NetRefundToDocument
                       END-IF
                       PERFORM AddCustomerDocument
                   END-IF
               END-IF
           ADD 1 TO CustDocCount
           MOVE InvNumber TO CDInvNumber(CustDocCount)
           MOVE InvDate TO CDInvDate(CustDocCount)
           PERFORM SetDocumentDueDate
           MOVE InvDocType TO CDDocType(CustDocCount)
           MOVE InvDispute TO CDDispute(CustDocCount)
           MOVE InvCurrency TO CDCurrency(CustDocCount)
           MOVE InvCompany TO CDCompany(CustDocCount)
           MOVE InvPONumber TO CDPONumber(CustDocCount)
           MOVE InvAmount TO CDOrigAmount(CustDocCount)
           MOVE ZERO TO CDPaidAmount(CustDocCount)
           MOVE ZERO TO CDCreditAmount(CustDocCount)
           MOVE ZERO TO CDRefundAmount(CustDocCount)
           PERFORM AttachPaymentsToDocument
       ELSE
           DISPLAY "Customer " InvIDNum " has more than 200 "
               "documents - remainder not rolled"
       END-IF.

       SetDocumentDueDate.
       IF InvDueDate IS NUMERIC AND InvDueDate > ZERO
           MOVE InvDueDate TO CDDueDate(CustDocCount)
       ELSE
           MOVE InvTermsCode TO TermsCode
           CALL 'termsdue' USING InvIDNum, InvDate, TermsCode,
               TermsDueDate, TermsStatus
           MOVE TermsDueDate TO CDDueDate(CustDocCount)
       END-IF.

       AttachPaymentsToDocument.
       PERFORM UNTIL PayEOF AND NOT PayHeld
           IF NOT PayHeld
               "unknown invoice " InvRefNumber " for customer " InvIDNum
       END-IF.

       NetRefundToDocument.
       MOVE ZERO TO CustDocFound
       PERFORM VARYING CustDocIdx FROM 1 BY 1
           UNTIL CustDocIdx > CustDocCount
           IF CDInvNumber(CustDocIdx) = InvRefNumber
               MOVE CustDocIdx TO CustDocFound
           END-IF
       END-PERFORM
       IF CustDocFound > ZERO
           ADD InvAmount TO CDRefundAmount(CustDocFound)
       ELSE
           DISPLAY "Refund document " InvNumber " references "
               "unknown document " InvRefNumber " for customer "
               InvIDNum
       END-IF.

       WriteCustomerItems.
       PERFORM WriteOneCustomerItem
           VARYING CustDocIdx FROM 1 BY 1

       WriteOneCustomerItem.
       IF CDDocType(CustDocIdx) = "C" OR CDDocType(CustDocIdx) = "W"
           OR CDDocType(CustDocIdx) = "D"
           OR CDDocType(CustDocIdx) = "R"
           MOVE ZERO TO WorkOpen
       ELSE
           COMPUTE WorkOpen = CDOrigAmount(CustDocIdx)
               - CDPaidAmount(CustDocIdx)
               - CDCreditAmount(CustDocIdx)
               + CDRefundAmount(CustDocIdx)
       END-IF
       MOVE SPACES TO ArOpenData
       MOVE CurrentCust TO ArIDNum
       MOVE WorkOpen TO ArOpenAmount
       MOVE WSBusDate TO ArRollDate
       MOVE CDDispute(CustDocIdx) TO ArDispute
       MOVE CDDueDate(CustDocIdx) TO ArDueDate
       MOVE CDCompany(CustDocIdx) TO ArCompany
       MOVE CDPONumber(CustDocIdx) TO ArPONumber
       PERFORM VARYING PlacedIdx FROM 1 BY 1
           UNTIL PlacedIdx > PlacedCount
           IF PLCustID(PlacedIdx) = CurrentCust
               AND PLInvNum(PlacedIdx) = CDInvNumber(CustDocIdx)
               MOVE "P" TO ArPlaced
           END-IF
       END-PERFORM
       WRITE ArOpenData
       ADD 1 TO RolledCount
       IF WorkOpen > ZERO
