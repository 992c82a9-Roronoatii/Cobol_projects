      *Card processor settlement import and fee reconciliation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cardsetl.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CardFile ASSIGN TO "CardSettle.dat"
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
           SELECT CardFeeFile ASSIGN TO "CardFee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SuspenseFile ASSIGN TO "CardSusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ReconReport ASSIGN TO "CardRecon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CardFile.
       01 CardRecord PIC X(60).
           88 CardEOF VALUE HIGH-VALUE.
       01 CardHeaderRecord.
           02 CshRecordType PIC X.
           02 FILLER PIC X.
           02 CshFileDate PIC 9(8).
           02 FILLER PIC X.
           02 CshCount PIC 9(6).
           02 FILLER PIC X.
           02 CshAmount PIC 9(8)V99.
           02 FILLER PIC X(32).
       01 CardBatchRecord.
           02 CsbRecordType PIC X.
           02 FILLER PIC X.
           02 CsbBatchID PIC X(8).
           02 FILLER PIC X.
           02 CsbSettleDate PIC 9(8).
           02 FILLER PIC X.
           02 CsbCount PIC 9(5).
           02 FILLER PIC X.
           02 CsbDeposit PIC 9(8)V99.
           02 FILLER PIC X(24).
       01 CardDetailRecord.
           02 CsdRecordType PIC X.
           02 FILLER PIC X.
           02 CsdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CsdInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 CsdGross PIC 9(4)V99.
           02 FILLER PIC X.
           02 CsdFee PIC 9(4)V99.
           02 FILLER PIC X.
           02 CsdNet PIC 9(4)V99.
           02 FILLER PIC X.
           02 CsdCurrency PIC X(3).
           02 FILLER PIC X.
           02 CsdAuthRef PIC X(10).
           02 FILLER PIC X(8).

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD CardFeeFile.
           COPY cardfee.

       FD SuspenseFile.
       01 SuspenseRecord.
           02 CspReason PIC X(20).
           02 FILLER PIC X.
           02 CspDate PIC 9(8).
           02 FILLER PIC X.
           02 CspBatch PIC X(8).
           02 FILLER PIC X.
           02 CspData PIC X(60).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ReconReport.
       01 ReconLine PIC X(96).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 HeaderSeen PIC X VALUE "N".
           88 GotHeader VALUE "Y".
       01 CtlFileDate PIC 9(8) VALUE ZEROS.
       01 CtlCount PIC 9(6) VALUE ZERO.
       01 CtlAmount PIC 9(8)V99 VALUE ZERO.
       01 ReadCount PIC 9(6) VALUE ZERO.
       01 ReadGross PIC 9(8)V99 VALUE ZERO.
       01 GoodCount PIC 9(6) VALUE ZERO.
       01 GoodValue PIC 9(8)V99 VALUE ZERO.
       01 SuspCount PIC 9(6) VALUE ZERO.
       01 SuspValue PIC 9(8)V99 VALUE ZERO.
       01 FeeCount PIC 9(6) VALUE ZERO.
       01 FeeTotal PIC 9(8)V99 VALUE ZERO.
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 AmountsFlag PIC X VALUE "N".
           88 AmountsValid VALUE "Y".
       01 SuspendFlag PIC X VALUE "N".
           88 ItemSuspended VALUE "Y".
       01 BatchOverFlag PIC X VALUE "N".
           88 BatchTableFull VALUE "Y".
       01 CountErrFlag PIC X VALUE "N".
           88 BatchCountWrong VALUE "Y".
       01 BatchTable.
           02 BatchEntry OCCURS 100 TIMES.
               03 BTBatchID PIC X(8).
               03 BTSettleDate PIC 9(8).
               03 BTCtlCount PIC 9(5).
               03 BTDeposit PIC 9(8)V99.
               03 BTCount PIC 9(5).
               03 BTGross PIC 9(8)V99.
               03 BTFees PIC 9(8)V99.
               03 BTSuspCount PIC 9(5).
               03 BTSuspGross PIC 9(8)V99.
       01 BatchCount PIC 9(3) VALUE ZERO.
       01 BatchIdx PIC 9(3) VALUE ZERO.
       01 CurBatchIdx PIC 9(3) VALUE ZERO.
       01 BatchNet PIC 9(8)V99 VALUE ZERO.
       01 BatchDiff PIC S9(8)V99 VALUE ZERO.
       01 DiffBatches PIC 9(3) VALUE ZERO.
       01 TotGross PIC 9(8)V99 VALUE ZERO.
       01 TotFees PIC 9(8)V99 VALUE ZERO.
       01 TotNet PIC 9(8)V99 VALUE ZERO.
       01 TotDeposit PIC 9(8)V99 VALUE ZERO.
       01 TotDiff PIC S9(8)V99 VALUE ZERO.
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
               03 CRAmount PIC S9(6)V99.
       01 CreditCount PIC 9(3) VALUE ZERO.
       01 CreditIdx PIC 9(3) VALUE ZERO.
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 RunLogJob PIC X(12) VALUE "CARDSETL".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 ReconHeading.
           02 FILLER PIC X(42) VALUE
               "CARD SETTLEMENT RECONCILIATION - BUSINESS ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(7) VALUE "  FILE ".
           02 PrnFileDate PIC 9(8).
       01 ReconColumnHeads PIC X(96) VALUE
           "Batch    Settled  Trans       Gross        Fees" &
           "         Net   Deposited   Difference".
       01 ReconDetailLine.
           02 PrnBatch PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSettle PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnGross PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFees PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNet PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDeposit PIC $$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDiff PIC $$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnResult PIC X(4).
       01 ReconNoteLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnNoteText PIC X(40).
           02 PrnNoteCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteAmount PIC $$,$$$,$$9.99CR.
       01 ReconCountLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(40) VALUE
               "COUNT DIFFERS - processor batch record".
           02 PrnStatedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           OPEN INPUT CardFile
           IF WSFileStatus = "35"
               DISPLAY "CardSettle.dat not found - nothing to import"
           ELSE
               CLOSE CardFile
               PERFORM ImportCardFile
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

       ImportCardFile.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - card settlement import " &
               "abandoned"
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM LoadPaymentTable
           PERFORM LoadCreditTable
           PERFORM OpenPaymentForExtend
           PERFORM OpenFeesForExtend
           PERFORM OpenSuspenseForExtend
           OPEN INPUT CardFile
           MOVE SPACES TO CardRecord
           READ CardFile
               AT END SET CardEOF TO TRUE
           END-READ
           PERFORM ProcessCardRecord UNTIL CardEOF
           CLOSE CardFile, InvoiceFile, PaymentFile, CardFeeFile,
               SuspenseFile
           PERFORM WriteReconReport
           PERFORM BalanceAgainstControls
       END-IF.

      *The processor sends a file header, then each settlement batch
      *as a batch record followed by its transactions.
       ProcessCardRecord.
       EVALUATE CardRecord(1:1)
           WHEN "H"
               MOVE CardRecord TO CardHeaderRecord
               MOVE CshFileDate TO CtlFileDate
               MOVE CshCount TO CtlCount
               MOVE CshAmount TO CtlAmount
               MOVE "Y" TO HeaderSeen
           WHEN "B"
               PERFORM StartOneBatch
           WHEN "D"
               ADD 1 TO ReadCount
               PERFORM ValidateOneTransaction
           WHEN OTHER
               IF CardRecord NOT = SPACES
                   MOVE "N" TO AmountsFlag
                   MOVE "UNKNOWN RECORD TYPE" TO CspReason
                   PERFORM WriteOneSuspense
               END-IF
       END-EVALUATE
       READ CardFile
           AT END SET CardEOF TO TRUE
       END-READ.

       StartOneBatch.
       MOVE CardRecord TO CardBatchRecord
       IF BatchCount < 100
           ADD 1 TO BatchCount
           MOVE BatchCount TO CurBatchIdx
           MOVE CsbBatchID TO BTBatchID(CurBatchIdx)
           MOVE ZEROS TO BTSettleDate(CurBatchIdx)
           MOVE ZERO TO BTCtlCount(CurBatchIdx)
           MOVE ZERO TO BTDeposit(CurBatchIdx)
           IF CsbSettleDate IS NUMERIC
               MOVE CsbSettleDate TO BTSettleDate(CurBatchIdx)
           END-IF
           IF CsbCount IS NUMERIC
               MOVE CsbCount TO BTCtlCount(CurBatchIdx)
           END-IF
           IF CsbDeposit IS NUMERIC
               MOVE CsbDeposit TO BTDeposit(CurBatchIdx)
           END-IF
           MOVE ZERO TO BTCount(CurBatchIdx)
           MOVE ZERO TO BTGross(CurBatchIdx)
           MOVE ZERO TO BTFees(CurBatchIdx)
           MOVE ZERO TO BTSuspCount(CurBatchIdx)
           MOVE ZERO TO BTSuspGross(CurBatchIdx)
       ELSE
           MOVE ZERO TO CurBatchIdx
           MOVE "Y" TO BatchOverFlag
           DISPLAY "More than 100 settlement batches - batch "
               CsbBatchID " held in card suspense"
       END-IF.

      *Every transaction the processor settled is counted against
      *its batch whether or not it can be applied, so the batch
      *still proves to the deposit.  The processor keeps its fee
      *either way, so the fee is recorded for suspense items too.
       ValidateOneTransaction.
       MOVE CardRecord TO CardDetailRecord
       MOVE "N" TO AmountsFlag
       MOVE "N" TO SuspendFlag
       IF CurBatchIdx = ZERO
           IF BatchTableFull
               MOVE "BATCH LIMIT REACHED" TO CspReason
           ELSE
               MOVE "NO BATCH RECORD" TO CspReason
           END-IF
           PERFORM WriteOneSuspense
       ELSE
           IF CsdIDNum IS NOT NUMERIC OR CsdInvNumber IS NOT NUMERIC
               OR CsdGross IS NOT NUMERIC OR CsdFee IS NOT NUMERIC
               OR CsdNet IS NOT NUMERIC
               MOVE "NON-NUMERIC FIELDS" TO CspReason
               PERFORM WriteOneSuspense
           ELSE
               MOVE "Y" TO AmountsFlag
               ADD CsdGross TO ReadGross
               ADD 1 TO BTCount(CurBatchIdx)
               ADD CsdGross TO BTGross(CurBatchIdx)
               ADD CsdFee TO BTFees(CurBatchIdx)
               PERFORM MatchOneTransaction
               PERFORM RecordProcessorFee
           END-IF
       END-IF.

       MatchOneTransaction.
       IF CsdGross = ZERO
           MOVE "ZERO AMOUNT" TO CspReason
           PERFORM WriteOneSuspense
       ELSE
           IF CsdFee > CsdGross
               OR CsdGross - CsdFee NOT = CsdNet
               MOVE "NET DOES NOT AGREE" TO CspReason
               PERFORM WriteOneSuspense
           ELSE
               MOVE CsdIDNum TO InvIDNum
               MOVE CsdInvNumber TO InvNumber
               READ InvoiceFile
                   INVALID KEY
                       MOVE "INVOICE NOT FOUND" TO CspReason
                       PERFORM WriteOneSuspense
                   NOT INVALID KEY
                       PERFORM CheckInvoicePayable
               END-READ
           END-IF
       END-IF.

       CheckInvoicePayable.
       IF InvVoided
           MOVE "INVOICE VOIDED" TO CspReason
           PERFORM WriteOneSuspense
       ELSE
           IF NOT InvoiceDoc
               MOVE "NOT AN INVOICE" TO CspReason
               PERFORM WriteOneSuspense
           ELSE
               PERFORM ComputeOpenBalance
               IF OpenBalance NOT > ZERO
                   MOVE "INVOICE SETTLED" TO CspReason
                   PERFORM WriteOneSuspense
               ELSE
                   IF CsdGross > OpenBalance
                       MOVE "OVERPAYMENT" TO CspReason
                       PERFORM WriteOneSuspense
                   ELSE
                       PERFORM ApplyOnePayment
                   END-IF
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

      *The customer paid the gross amount, so the gross is applied
      *to the invoice; the fee is a cost of collection.
       ApplyOnePayment.
       MOVE SPACES TO PaymentRecord
       MOVE CsdIDNum TO PayIDNum
       MOVE CsdInvNumber TO PayInvNumber
       MOVE WSBusDate TO PayDate
       MOVE CsdGross TO PayAmount
       IF CsdCurrency = SPACES
           MOVE InvCurrency TO PayCurrency
       ELSE
           MOVE CsdCurrency TO PayCurrency
           IF CsdCurrency NOT = InvCurrency
               DISPLAY "Warning - card currency " CsdCurrency
                   " differs from invoice currency " InvCurrency
                   " for invoice " CsdInvNumber
           END-IF
       END-IF
       MOVE "CRD" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       ADD 1 TO GoodCount
       ADD CsdGross TO GoodValue
       PERFORM NoteAppliedPayment.

       NoteAppliedPayment.
       MOVE ZERO TO PayFoundIdx
       PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
           IF PTCustID(PayIdx) = CsdIDNum
               AND PTInvNum(PayIdx) = CsdInvNumber
               MOVE PayIdx TO PayFoundIdx
           END-IF
       END-PERFORM
       IF PayFoundIdx = ZERO AND PayCount < 500
           ADD 1 TO PayCount
           MOVE PayCount TO PayFoundIdx
           MOVE CsdIDNum TO PTCustID(PayFoundIdx)
           MOVE CsdInvNumber TO PTInvNum(PayFoundIdx)
           MOVE ZERO TO PTAmount(PayFoundIdx)
       END-IF
       IF PayFoundIdx > ZERO
           ADD CsdGross TO PTAmount(PayFoundIdx)
       END-IF.

       RecordProcessorFee.
       MOVE SPACES TO CardFeeRecord
       MOVE WSBusDate TO CfdDate
       MOVE BTBatchID(CurBatchIdx) TO CfdBatch
       MOVE CsdIDNum TO CfdIDNum
       MOVE CsdInvNumber TO CfdInvNumber
       MOVE CsdGross TO CfdGross
       MOVE CsdFee TO CfdFee
       IF ItemSuspended
           MOVE "S" TO CfdStatus
       ELSE
           MOVE "A" TO CfdStatus
       END-IF
       WRITE CardFeeRecord
       ADD 1 TO FeeCount
       ADD CsdFee TO FeeTotal.

      *Card suspense is kept from day to day until each item has
      *been applied by hand through payent.
       WriteOneSuspense.
       ADD 1 TO SuspCount
       MOVE "Y" TO SuspendFlag
       MOVE WSBusDate TO CspDate
       MOVE SPACES TO CspBatch
       IF CurBatchIdx > ZERO
           MOVE BTBatchID(CurBatchIdx) TO CspBatch
       END-IF
       MOVE SPACE TO SuspenseRecord(21:1)
       MOVE SPACE TO SuspenseRecord(30:1)
       MOVE SPACE TO SuspenseRecord(39:1)
       MOVE CardRecord TO CspData
       WRITE SuspenseRecord
       IF AmountsValid
           ADD CsdGross TO SuspValue
           ADD 1 TO BTSuspCount(CurBatchIdx)
           ADD CsdGross TO BTSuspGross(CurBatchIdx)
       END-IF.

      *Each batch is proved by taking the fees from the gross and
      *comparing what is left with what the processor deposited.
       WriteReconReport.
       OPEN OUTPUT ReconReport
       MOVE WSBusDate TO PrnBusDate
       MOVE CtlFileDate TO PrnFileDate
       WRITE ReconLine FROM ReconHeading
       WRITE ReconLine FROM ReconColumnHeads AFTER ADVANCING 2 LINES
       MOVE SPACES TO ReconLine
       WRITE ReconLine
       PERFORM ReconcileOneBatch
           VARYING BatchIdx FROM 1 BY 1 UNTIL BatchIdx > BatchCount
       MOVE "FILE" TO PrnBatch
       MOVE CtlFileDate TO PrnSettle
       MOVE ReadCount TO PrnCount
       MOVE TotGross TO PrnGross
       MOVE TotFees TO PrnFees
       MOVE TotNet TO PrnNet
       MOVE TotDeposit TO PrnDeposit
       MOVE TotDiff TO PrnDiff
       IF TotDiff = ZERO
           MOVE "OK" TO PrnResult
       ELSE
           MOVE "DIFF" TO PrnResult
       END-IF
       WRITE ReconLine FROM ReconDetailLine AFTER ADVANCING 2 LINES
       MOVE SPACES TO ReconLine
       WRITE ReconLine
       MOVE "Transactions applied to open items" TO PrnNoteText
       MOVE GoodCount TO PrnNoteCount
       MOVE GoodValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnNoteAmount
       WRITE ReconLine FROM ReconNoteLine
       MOVE "Records held in CardSusp.dat" TO PrnNoteText
       MOVE SuspCount TO PrnNoteCount
       MOVE SuspValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnNoteAmount
       WRITE ReconLine FROM ReconNoteLine
       MOVE "Processor fees recorded for the GL" TO PrnNoteText
       MOVE FeeCount TO PrnNoteCount
       MOVE FeeTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnNoteAmount
       WRITE ReconLine FROM ReconNoteLine
       CLOSE ReconReport.

       ReconcileOneBatch.
       COMPUTE BatchNet = BTGross(BatchIdx) - BTFees(BatchIdx)
       COMPUTE BatchDiff = BTDeposit(BatchIdx) - BatchNet
       ADD BTGross(BatchIdx) TO TotGross
       ADD BTFees(BatchIdx) TO TotFees
       ADD BatchNet TO TotNet
       ADD BTDeposit(BatchIdx) TO TotDeposit
       ADD BatchDiff TO TotDiff
       MOVE BTBatchID(BatchIdx) TO PrnBatch
       MOVE BTSettleDate(BatchIdx) TO PrnSettle
       MOVE BTCount(BatchIdx) TO PrnCount
       MOVE BTGross(BatchIdx) TO PrnGross
       MOVE BTFees(BatchIdx) TO PrnFees
       MOVE BatchNet TO PrnNet
       MOVE BTDeposit(BatchIdx) TO PrnDeposit
       MOVE BatchDiff TO PrnDiff
       IF BatchDiff = ZERO
           MOVE "OK" TO PrnResult
       ELSE
           MOVE "DIFF" TO PrnResult
           ADD 1 TO DiffBatches
       END-IF
       WRITE ReconLine FROM ReconDetailLine
       IF BTSuspCount(BatchIdx) > ZERO
           MOVE "Held in card suspense" TO PrnNoteText
           MOVE BTSuspCount(BatchIdx) TO PrnNoteCount
           MOVE BTSuspGross(BatchIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnNoteAmount
           WRITE ReconLine FROM ReconNoteLine
       END-IF
       IF BTCount(BatchIdx) NOT = BTCtlCount(BatchIdx)
           MOVE BTCtlCount(BatchIdx) TO PrnStatedCount
           WRITE ReconLine FROM ReconCountLine
           MOVE "Y" TO CountErrFlag
       END-IF.

       BalanceAgainstControls.
       DISPLAY "Card transactions read     : " ReadCount
       DISPLAY "Card transactions applied  : " GoodCount
       DISPLAY "Card transactions suspense : " SuspCount
       MOVE GoodValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Gross value applied        : " WSAmtFormatted
       MOVE FeeTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Processor fees recorded    : " WSAmtFormatted
       IF NOT GotHeader
           DISPLAY "CARD FILE HAS NO CONTROL HEADER - IMPORT " &
               "NOT PROVEN"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF ReadCount NOT = CtlCount
               DISPLAY "RECORD COUNT " ReadCount
                   " DOES NOT MATCH HEADER CONTROL " CtlCount
               MOVE 8 TO RETURN-CODE
           END-IF
           IF ReadGross NOT = CtlAmount
               DISPLAY "GROSS VALUE READ DOES NOT MATCH HEADER " &
                   "CONTROL AMOUNT"
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       IF BatchCountWrong
           DISPLAY "TRANSACTION COUNT DOES NOT MATCH A BATCH " &
               "RECORD - see CardRecon.rpt"
           MOVE 8 TO RETURN-CODE
       END-IF
       IF DiffBatches > ZERO
           DISPLAY DiffBatches " settlement batches do not agree "
               "to the processor deposit - see CardRecon.rpt"
       END-IF
       IF SuspCount > ZERO
           DISPLAY "Unmatched items written to CardSusp.dat"
       END-IF.

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

      *A refund pays back a credit already taken against the item,
      *so it is held as a negative credit and adds back onto the
      *open balance.
       LoadOneCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET CredEOF TO TRUE
           NOT AT END
               IF (CreditMemoDoc OR WriteOffDoc OR DiscountDoc
                   OR RefundDoc)
                   AND NOT InvVoided
                   AND CreditCount < 200
                   ADD 1 TO CreditCount
                   MOVE InvIDNum TO CRCustID(CreditCount)
                   MOVE InvRefNumber TO CRInvNum(CreditCount)
                   IF RefundDoc
                       COMPUTE CRAmount(CreditCount) = ZERO - InvAmount
                   ELSE
                       MOVE InvAmount TO CRAmount(CreditCount)
                   END-IF
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

       OpenFeesForExtend.
       OPEN INPUT CardFeeFile
       IF WSFileStatus = "35"
           OPEN OUTPUT CardFeeFile
           CLOSE CardFeeFile
       ELSE
           CLOSE CardFeeFile
       END-IF
       OPEN EXTEND CardFeeFile.

       OpenSuspenseForExtend.
       OPEN INPUT SuspenseFile
       IF WSFileStatus = "35"
           OPEN OUTPUT SuspenseFile
           CLOSE SuspenseFile
       ELSE
           CLOSE SuspenseFile
       END-IF
       OPEN EXTEND SuspenseFile.
