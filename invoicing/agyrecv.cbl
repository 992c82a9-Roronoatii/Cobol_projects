      *Collection agency recovery import
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agyrecv.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgencyFile ASSIGN TO "AgencyRec.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AgencyPlcFile ASSIGN TO "AgencyPlc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RejectFile ASSIGN TO "AgencyRec.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecvReport ASSIGN TO "AgyRecv.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *Agency recovery file - an H header carrying the detail count
      *and the gross value collected, then one record per action:
      *C collected against an item, less the agency's commission,
      *or R account returned to us (invoice zero recalls every
      *item placed for the customer).
       FD AgencyFile.
       01 AgencyRecord PIC X(40).
           88 AgencyEOF VALUE HIGH-VALUE.
       01 AgencyHeaderRecord.
           02 AghRecordType PIC X.
           02 FILLER PIC X.
           02 AghFileDate PIC 9(8).
           02 FILLER PIC X.
           02 AghCount PIC 9(6).
           02 FILLER PIC X.
           02 AghAmount PIC 9(8)V99.
           02 FILLER PIC X(12).
       01 AgencyDetailRecord.
           02 AgdRecordType PIC X.
               88 AgdCollection VALUE "C".
               88 AgdRecall VALUE "R".
           02 FILLER PIC X.
           02 AgdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 AgdInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 AgdCollected PIC 9(4)V99.
           02 FILLER PIC X.
           02 AgdCommission PIC 9(4)V99.
           02 FILLER PIC X(10).

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD AgencyPlcFile.
           COPY agydata.

       FD RejectFile.
       01 RejectRecord.
           02 RejReason PIC X(20).
           02 FILLER PIC X.
           02 RejData PIC X(40).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD RecvReport.
       01 RecvLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 HeaderSeen PIC X VALUE "N".
           88 GotHeader VALUE "Y".
       01 CtlCount PIC 9(6) VALUE ZERO.
       01 CtlAmount PIC 9(8)V99 VALUE ZERO.
       01 ReadCount PIC 9(6) VALUE ZERO.
       01 GoodCount PIC 9(6) VALUE ZERO.
       01 GoodValue PIC 9(8)V99 VALUE ZERO.
       01 CommValue PIC 9(8)V99 VALUE ZERO.
       01 RecallCount PIC 9(6) VALUE ZERO.
       01 RejCount PIC 9(6) VALUE ZERO.
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 PayTable.
           02 PayEntry OCCURS 500 TIMES.
               03 PTCustID PIC 9(7).
               03 PTInvNum PIC 9(6).
               03 PTAmount PIC 9(6)V99.
       01 PayCount PIC 9(3) VALUE ZERO.
       01 PayIdx PIC 9(3) VALUE ZERO.
       01 PayFoundIdx PIC 9(3) VALUE ZERO.
       01 CreditTable.
           02 CreditEntry OCCURS 200 TIMES.
               03 CRCustID PIC 9(7).
               03 CRInvNum PIC 9(6).
               03 CRAmount PIC 9(6)V99.
       01 CreditCount PIC 9(3) VALUE ZERO.
       01 CreditIdx PIC 9(3) VALUE ZERO.
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 AgpEOFFlag PIC X VALUE "N".
           88 AgpEOF VALUE "Y".
       01 PlcTable.
           02 PlcEntry OCCURS 2000 TIMES.
               03 PCIDNum PIC 9(7).
               03 PCInvNumber PIC 9(6).
               03 PCPlacedDate PIC 9(8).
               03 PCPlacedAmount PIC 9(6)V99.
               03 PCCollected PIC 9(6)V99.
               03 PCCommission PIC 9(6)V99.
               03 PCStatus PIC X.
               03 PCStatusDate PIC 9(8).
       01 PlcCount PIC 9(4) VALUE ZERO.
       01 PlcIdx PIC 9(4) VALUE ZERO.
       01 PlcFoundIdx PIC 9(4) VALUE ZERO.
       01 PlcRecalled PIC 9(4) VALUE ZERO.
       01 PlcFullFlag PIC X VALUE "N".
           88 PlcTableFull VALUE "Y".
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 SaveCurrency PIC X(3) VALUE SPACE.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 RecvHeading.
           02 FILLER PIC X(36) VALUE
               "AGENCY RECOVERIES - IMPORT OF       ".
           02 PrnBusDate PIC 9(8).
       01 RecvColumnHeads PIC X(66) VALUE
           "Customer  Invoice  Action         Collected    Commission".
       01 RecvDetailLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAction PIC X(10).
           02 PrnCollected PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCommission PIC $$,$$$,$$9.99CR.
       01 RecvFooting.
           02 FILLER PIC X(27) VALUE "COLLECTIONS POSTED         ".
           02 PrnGoodCount PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGoodValue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCommValue PIC $$,$$$,$$9.99CR.
       01 RecallFooting.
           02 FILLER PIC X(27) VALUE "ITEMS RECALLED             ".
           02 PrnRecallCount PIC ZZZZZ9.
       01 RunLogJob PIC X(12) VALUE "AGYRECV".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           OPEN INPUT AgencyFile
           IF WSFileStatus = "35"
               DISPLAY "AgencyRec.dat not found - nothing to import"
           ELSE
               CLOSE AgencyFile
               PERFORM ImportAgencyFile
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE GoodCount TO RunLogCount
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

       ImportAgencyFile.
       OPEN I-O InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - agency import abandoned"
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM LoadPlacementTable
           IF PlcTableFull
               DISPLAY "More than 2000 agency placements - "
                   "agency import abandoned"
               MOVE 16 TO RETURN-CODE
               CLOSE InvoiceFile
           ELSE
               PERFORM PostAgencyFile
           END-IF
       END-IF.

       PostAgencyFile.
       PERFORM LoadPaymentTable
       PERFORM LoadCreditTable
       PERFORM OpenPaymentForExtend
       OPEN OUTPUT RejectFile
       OPEN OUTPUT RecvReport
       MOVE WSBusDate TO PrnBusDate
       WRITE RecvLine FROM RecvHeading
       WRITE RecvLine FROM RecvColumnHeads
           AFTER ADVANCING 2 LINES
       OPEN INPUT AgencyFile
       MOVE SPACES TO AgencyRecord
       READ AgencyFile
           AT END SET AgencyEOF TO TRUE
       END-READ
       PERFORM ProcessAgencyRecord UNTIL AgencyEOF
       MOVE GoodCount TO PrnGoodCount
       MOVE GoodValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnGoodValue
       MOVE CommValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCommValue
       WRITE RecvLine FROM RecvFooting
           AFTER ADVANCING 2 LINES
       MOVE RecallCount TO PrnRecallCount
       WRITE RecvLine FROM RecallFooting
           AFTER ADVANCING 1 LINE
       CLOSE AgencyFile, InvoiceFile, PaymentFile, RejectFile,
           RecvReport
       PERFORM SavePlacementTable
       PERFORM BalanceAgainstControls.

       ProcessAgencyRecord.
       IF AgencyRecord(1:1) = "H"
           MOVE AgencyRecord TO AgencyHeaderRecord
           MOVE AghCount TO CtlCount
           MOVE AghAmount TO CtlAmount
           MOVE "Y" TO HeaderSeen
       ELSE
           IF AgencyRecord = SPACES
               CONTINUE
           ELSE
               ADD 1 TO ReadCount
               MOVE AgencyRecord TO AgencyDetailRecord
               EVALUATE TRUE
                   WHEN AgdCollection
                       PERFORM ValidateOneCollection
                   WHEN AgdRecall
                       PERFORM ValidateOneRecall
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO RejReason
                       PERFORM WriteOneReject
               END-EVALUATE
           END-IF
       END-IF
       READ AgencyFile
           AT END SET AgencyEOF TO TRUE
       END-READ.

       ValidateOneCollection.
       IF AgdIDNum IS NOT NUMERIC OR AgdInvNumber IS NOT NUMERIC
           OR AgdCollected IS NOT NUMERIC
           OR AgdCommission IS NOT NUMERIC
           MOVE "NON-NUMERIC FIELDS" TO RejReason
           PERFORM WriteOneReject
       ELSE
           IF AgdCollected = ZERO
               MOVE "ZERO AMOUNT" TO RejReason
               PERFORM WriteOneReject
           ELSE
               IF AgdCommission > AgdCollected
                   MOVE "COMMISSION TOO HIGH" TO RejReason
                   PERFORM WriteOneReject
               ELSE
                   PERFORM FindActivePlacement
                   IF PlcFoundIdx = ZERO
                       MOVE "ITEM NOT PLACED" TO RejReason
                       PERFORM WriteOneReject
                   ELSE
                       MOVE AgdIDNum TO InvIDNum
                       MOVE AgdInvNumber TO InvNumber
                       READ InvoiceFile
                           INVALID KEY
                               MOVE "INVOICE NOT FOUND" TO RejReason
                               PERFORM WriteOneReject
                           NOT INVALID KEY
                               PERFORM CheckInvoiceCollectable
                       END-READ
                   END-IF
               END-IF
           END-IF
       END-IF.

       FindActivePlacement.
       MOVE ZERO TO PlcFoundIdx
       PERFORM VARYING PlcIdx FROM 1 BY 1 UNTIL PlcIdx > PlcCount
           IF PCIDNum(PlcIdx) = AgdIDNum
               AND PCInvNumber(PlcIdx) = AgdInvNumber
               AND PCStatus(PlcIdx) = "P"
               MOVE PlcIdx TO PlcFoundIdx
           END-IF
       END-PERFORM.

       CheckInvoiceCollectable.
       IF InvVoided
           MOVE "INVOICE VOIDED" TO RejReason
           PERFORM WriteOneReject
       ELSE
           PERFORM ComputeOpenBalance
           IF OpenBalance NOT > ZERO
               MOVE "INVOICE SETTLED" TO RejReason
               PERFORM WriteOneReject
           ELSE
               IF AgdCollected > OpenBalance
                   MOVE "OVERPAYMENT" TO RejReason
                   PERFORM WriteOneReject
               ELSE
                   PERFORM ApplyOneCollection
               END-IF
           END-IF
       END-IF.

       ComputeOpenBalance.
       MOVE InvAmount TO OpenBalance
       PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
           IF PTCustID(PayIdx) = InvIDNum
               AND PTInvNum(PayIdx) = InvNumber
               SUBTRACT PTAmount(PayIdx) FROM OpenBalance
           END-IF
       END-PERFORM
       PERFORM VARYING CreditIdx FROM 1 BY 1
           UNTIL CreditIdx > CreditCount
           IF CRCustID(CreditIdx) = InvIDNum
               AND CRInvNum(CreditIdx) = InvNumber
               SUBTRACT CRAmount(CreditIdx) FROM OpenBalance
           END-IF
       END-PERFORM.

      *The customer is credited with the full amount the agency
      *collected; the commission it kept is booked as a separate
      *expense document against the invoice.
       ApplyOneCollection.
       MOVE InvJurisdiction TO SaveJuris
       MOVE InvCurrency TO SaveCurrency
       MOVE SPACES TO PaymentRecord
       MOVE AgdIDNum TO PayIDNum
       MOVE AgdInvNumber TO PayInvNumber
       MOVE WSBusDate TO PayDate
       MOVE AgdCollected TO PayAmount
       MOVE SaveCurrency TO PayCurrency
       MOVE "AGY" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       ADD 1 TO GoodCount
       ADD AgdCollected TO GoodValue
       PERFORM NoteAppliedPayment
       IF AgdCommission > ZERO
           PERFORM PostCommissionDocument
       END-IF
       ADD AgdCollected TO PCCollected(PlcFoundIdx)
       ADD AgdCommission TO PCCommission(PlcFoundIdx)
       IF AgdCollected = OpenBalance
           MOVE "C" TO PCStatus(PlcFoundIdx)
           MOVE WSBusDate TO PCStatusDate(PlcFoundIdx)
           MOVE "COLLECTED" TO PrnAction
       ELSE
           MOVE "PART PAID" TO PrnAction
       END-IF
       MOVE AgdIDNum TO PrnCustID
       MOVE AgdInvNumber TO PrnInvNum
       MOVE AgdCollected TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCollected
       MOVE AgdCommission TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCommission
       WRITE RecvLine FROM RecvDetailLine
           AFTER ADVANCING 1 LINE.

       PostCommissionDocument.
       CALL 'custcomp' USING AgdIDNum, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE AgdIDNum TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE SaveJuris TO InvJurisdiction
       MOVE SaveCurrency TO InvCurrency
       MOVE AgdCommission TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "A" TO InvDocType
       MOVE AgdInvNumber TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Agency commission document number clash "
                   "for invoice " AgdInvNumber
           NOT INVALID KEY
               ADD AgdCommission TO CommValue
       END-WRITE.

       ValidateOneRecall.
       IF AgdIDNum IS NOT NUMERIC OR AgdInvNumber IS NOT NUMERIC
           MOVE "NON-NUMERIC FIELDS" TO RejReason
           PERFORM WriteOneReject
       ELSE
           MOVE ZERO TO PlcRecalled
           PERFORM VARYING PlcIdx FROM 1 BY 1
               UNTIL PlcIdx > PlcCount
               IF PCIDNum(PlcIdx) = AgdIDNum
                   AND (AgdInvNumber = ZEROS
                       OR PCInvNumber(PlcIdx) = AgdInvNumber)
                   AND PCStatus(PlcIdx) = "P"
                   MOVE "R" TO PCStatus(PlcIdx)
                   MOVE WSBusDate TO PCStatusDate(PlcIdx)
                   ADD 1 TO PlcRecalled
                   ADD 1 TO RecallCount
                   MOVE AgdIDNum TO PrnCustID
                   MOVE PCInvNumber(PlcIdx) TO PrnInvNum
                   MOVE "RECALLED" TO PrnAction
                   MOVE ZERO TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned,
                       PrnCollected
                   CALL 'formatcurrency' USING WSAmtSigned,
                       PrnCommission
                   WRITE RecvLine FROM RecvDetailLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF PlcRecalled = ZERO
               MOVE "ITEM NOT PLACED" TO RejReason
               PERFORM WriteOneReject
           ELSE
               MOVE AgdIDNum TO ContIDNum
               MOVE "AGENCY" TO ContTouchType
               MOVE "RECALLED" TO ContDocRef
               CALL 'conthist' USING ContIDNum, ContTouchType,
                   ContDocRef
           END-IF
       END-IF.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.

       NoteAppliedPayment.
       MOVE ZERO TO PayFoundIdx
       PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
           IF PTCustID(PayIdx) = AgdIDNum
               AND PTInvNum(PayIdx) = AgdInvNumber
               MOVE PayIdx TO PayFoundIdx
           END-IF
       END-PERFORM
       IF PayFoundIdx = ZERO AND PayCount < 500
           ADD 1 TO PayCount
           MOVE PayCount TO PayFoundIdx
           MOVE AgdIDNum TO PTCustID(PayFoundIdx)
           MOVE AgdInvNumber TO PTInvNum(PayFoundIdx)
           MOVE ZERO TO PTAmount(PayFoundIdx)
       END-IF
       IF PayFoundIdx > ZERO
           ADD AgdCollected TO PTAmount(PayFoundIdx)
       END-IF.

       WriteOneReject.
       ADD 1 TO RejCount
       MOVE SPACE TO RejectRecord(21:1)
       MOVE AgencyRecord TO RejData
       WRITE RejectRecord.

       BalanceAgainstControls.
       DISPLAY "Agency records read  : " ReadCount
       DISPLAY "Collections posted   : " GoodCount
       DISPLAY "Items recalled       : " RecallCount
       DISPLAY "Records rejected     : " RejCount
       MOVE GoodValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Value collected      : " WSAmtFormatted
       MOVE CommValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Agency commission    : " WSAmtFormatted
       IF NOT GotHeader
           DISPLAY "AGENCY FILE HAS NO CONTROL HEADER - IMPORT " &
               "NOT PROVEN"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF ReadCount NOT = CtlCount
               DISPLAY "RECORD COUNT " ReadCount
                   " DOES NOT MATCH HEADER CONTROL " CtlCount
               MOVE 8 TO RETURN-CODE
           END-IF
           COMPUTE CtlAmount = CtlAmount - GoodValue
           IF RejCount = ZERO AND CtlAmount NOT = ZERO
               DISPLAY "VALUE COLLECTED DOES NOT MATCH HEADER " &
                   "CONTROL AMOUNT"
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       IF RejCount > ZERO
           DISPLAY "Rejects written to AgencyRec.rej"
       END-IF.

       LoadPlacementTable.
       MOVE ZERO TO PlcCount
       MOVE "N" TO PlcFullFlag
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
               IF PlcCount < 2000
                   ADD 1 TO PlcCount
                   MOVE AgpIDNum TO PCIDNum(PlcCount)
                   MOVE AgpInvNumber TO PCInvNumber(PlcCount)
                   MOVE AgpPlacedDate TO PCPlacedDate(PlcCount)
                   MOVE AgpPlacedAmount TO PCPlacedAmount(PlcCount)
                   MOVE AgpCollected TO PCCollected(PlcCount)
                   MOVE AgpCommission TO PCCommission(PlcCount)
                   MOVE AgpStatus TO PCStatus(PlcCount)
                   MOVE AgpStatusDate TO PCStatusDate(PlcCount)
               ELSE
                   MOVE "Y" TO PlcFullFlag
               END-IF
       END-READ.

       SavePlacementTable.
       OPEN OUTPUT AgencyPlcFile
       PERFORM VARYING PlcIdx FROM 1 BY 1 UNTIL PlcIdx > PlcCount
           MOVE SPACES TO AgencyPlcRecord
           MOVE PCIDNum(PlcIdx) TO AgpIDNum
           MOVE PCInvNumber(PlcIdx) TO AgpInvNumber
           MOVE PCPlacedDate(PlcIdx) TO AgpPlacedDate
           MOVE PCPlacedAmount(PlcIdx) TO AgpPlacedAmount
           MOVE PCCollected(PlcIdx) TO AgpCollected
           MOVE PCCommission(PlcIdx) TO AgpCommission
           MOVE PCStatus(PlcIdx) TO AgpStatus
           MOVE PCStatusDate(PlcIdx) TO AgpStatusDate
           WRITE AgencyPlcRecord
       END-PERFORM
       CLOSE AgencyPlcFile.

       LoadPaymentTable.
       MOVE ZERO TO PayCount
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM LoadOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       LoadOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE ZERO TO PayFoundIdx
               PERFORM VARYING PayIdx FROM 1 BY 1
                   UNTIL PayIdx > PayCount
                   IF PTCustID(PayIdx) = PayIDNum
                       AND PTInvNum(PayIdx) = PayInvNumber
                       MOVE PayIdx TO PayFoundIdx
                   END-IF
               END-PERFORM
               IF PayFoundIdx = ZERO AND PayCount < 500
                   ADD 1 TO PayCount
                   MOVE PayCount TO PayFoundIdx
                   MOVE PayIDNum TO PTCustID(PayFoundIdx)
                   MOVE PayInvNumber TO PTInvNum(PayFoundIdx)
                   MOVE ZERO TO PTAmount(PayFoundIdx)
               END-IF
               IF PayFoundIdx > ZERO
                   IF PayReversal
                       SUBTRACT PayAmount
                           FROM PTAmount(PayFoundIdx)
                   ELSE
                       ADD PayAmount TO PTAmount(PayFoundIdx)
                   END-IF
               END-IF
       END-READ.

       LoadCreditTable.
       MOVE ZERO TO CreditCount
       MOVE "N" TO CredEOFFlag
       MOVE ZEROS TO InvKey
       START InvoiceFile KEY NOT < InvKey
           INVALID KEY SET CredEOF TO TRUE
       END-START
       PERFORM LoadOneCredit UNTIL CredEOF.

       LoadOneCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET CredEOF TO TRUE
           NOT AT END
               IF (CreditMemoDoc OR WriteOffDoc OR DiscountDoc)
                   AND NOT InvVoided
                   AND CreditCount < 200
                   ADD 1 TO CreditCount
                   MOVE InvIDNum TO CRCustID(CreditCount)
                   MOVE InvRefNumber TO CRInvNum(CreditCount)
                   MOVE InvAmount TO CRAmount(CreditCount)
               END-IF
       END-READ.

       OpenPaymentForExtend.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           OPEN OUTPUT PaymentFile
           CLOSE PaymentFile
       ELSE
           CLOSE PaymentFile
       END-IF
       OPEN EXTEND PaymentFile.
