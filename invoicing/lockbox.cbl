               FILE STATUS IS WSFileStatus.
           SELECT RejectFile ASSIGN TO "Lockbox.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DiscExcpReport ASSIGN TO "DiscExcp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BankFile.
           02 FILLER PIC X.
           02 RejData PIC X(40).

       FD BillToFile.
           COPY billdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD DiscExcpReport.
       01 DiscExcpLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PostDate PIC 9(8) VALUE ZEROS.
       01 PerFunction PIC X VALUE "R".
       01 PerOperID PIC X(8) VALUE SPACE.
       01 PerAuth PIC X VALUE "B".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodRedirected VALUE "02".
       01 HeaderSeen PIC X VALUE "N".
           88 GotHeader VALUE "Y".
       01 CtlCount PIC 9(6) VALUE ZERO.
           02 CreditEntry OCCURS 200 TIMES.
               03 CRCustID PIC 9(7).
               03 CRInvNum PIC 9(6).
               03 CRAmount PIC S9(6)V99.
       01 CreditCount PIC 9(3) VALUE ZERO.
       01 CreditIdx PIC 9(3) VALUE ZERO.
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 InvFoundFlag PIC X VALUE "N".
           88 InvFound VALUE "Y".
       01 ItemCustID PIC 9(7) VALUE ZEROS.
       01 RunLogJob PIC X(12) VALUE "LOCKBOX".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 ShortPay PIC S9(6)V99 VALUE ZERO.
       01 DiscInvAmount PIC 9(6)V99 VALUE ZERO.
       01 DiscAllowed PIC 9(6)V99 VALUE ZERO.
       01 DiscLastDate PIC 9(8) VALUE ZEROS.
       01 DiscStatus PIC X(2) VALUE SPACE.
           88 DiscInWindow VALUE "00".
           88 DiscExpired VALUE "01".
       01 DiscountCount PIC 9(6) VALUE ZERO.
       01 DiscExcpCount PIC 9(6) VALUE ZERO.
       01 SaveTerms PIC X(4) VALUE SPACE.
       01 SaveInvDate PIC 9(8) VALUE ZEROS.
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 SaveCurrency PIC X(3) VALUE SPACE.
       01 DiscExcpDetail.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExcCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExcInvNum PIC 9(6).
           02 FILLER PIC X(6) VALUE "  pd  ".
           02 PrnExcPayDate PIC 9(8).
           02 FILLER PIC X(9) VALUE "  window ".
           02 PrnExcDiscDate PIC 9(8).
           02 FILLER PIC X(7) VALUE "  short".
           02 PrnExcShort PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExcSource PIC X(8).

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetPostingDate
           OPEN INPUT BankFile
           IF WSFileStatus = "35"
               DISPLAY "BankRemit.dat not found - nothing to import"
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Payments and discount documents are dated with the business
      *date unless its accounting period is closed or soft-closed,
      *when they move to the first day of the next open month.
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
       END-IF.

       ImportBankFile.
       OPEN I-O InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - lockbox import abandoned"
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM LoadPaymentTable
           PERFORM LoadCreditTable
           PERFORM LoadBillTable
           PERFORM OpenPaymentForExtend
           OPEN OUTPUT RejectFile
           OPEN INPUT BankFile
           ELSE
               MOVE BkdIDNum TO InvIDNum
               MOVE BkdInvNumber TO InvNumber
               MOVE "N" TO InvFoundFlag
               READ InvoiceFile
                   INVALID KEY
                       PERFORM FindBranchInvoice
                   NOT INVALID KEY
                       MOVE "Y" TO InvFoundFlag
               END-READ
               IF InvFound
                   MOVE InvIDNum TO ItemCustID
                   PERFORM CheckInvoicePayable
               ELSE
                   MOVE "INVOICE NOT FOUND" TO RejReason
                   PERFORM WriteOneReject
               END-IF
           END-IF
       END-IF.

      *A bill-to parent remits under its own ID for its branches'
      *invoices, so an invoice not found under the remitter is looked
      *for under each of its branches.  The payment is then recorded
      *against the branch the invoice was billed to.
       FindBranchInvoice.
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount OR InvFound
           IF BTParentID(BillIdx) = BkdIDNum
               MOVE BTChildID(BillIdx) TO InvIDNum
               MOVE BkdInvNumber TO InvNumber
               READ InvoiceFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO InvFoundFlag
               END-READ
           END-IF
       END-PERFORM.

       CheckInvoicePayable.
       IF InvVoided
           MOVE "INVOICE VOIDED" TO RejReason

       ApplyOnePayment.
       MOVE SPACES TO PaymentRecord
       MOVE ItemCustID TO PayIDNum
       MOVE BkdInvNumber TO PayInvNumber
       MOVE PostDate TO PayDate
       MOVE BkdAmount TO PayAmount
       IF BkdCurrency = SPACES
           MOVE InvCurrency TO PayCurrency
                   " for invoice " BkdInvNumber
           END-IF
       END-IF
       MOVE "LBX" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       ADD 1 TO GoodCount
       ADD BkdAmount TO GoodValue
       PERFORM NoteAppliedPayment
       PERFORM CheckPromptDiscount.

       CheckPromptDiscount.
       COMPUTE ShortPay = OpenBalance - BkdAmount
       IF ShortPay > ZERO
           MOVE InvTermsCode TO SaveTerms
           MOVE InvDate TO SaveInvDate
           MOVE InvJurisdiction TO SaveJuris
           MOVE InvCurrency TO SaveCurrency
           MOVE InvAmount TO DiscInvAmount
           CALL 'termsdisc' USING SaveTerms, SaveInvDate, WSBusDate,
               DiscInvAmount, DiscAllowed, DiscLastDate, DiscStatus
           IF ShortPay NOT > DiscAllowed
               IF DiscInWindow
                   PERFORM PostDiscountDocument
               END-IF
               IF DiscExpired
                   PERFORM WriteDiscountException
               END-IF
           END-IF
       END-IF.

       PostDiscountDocument.
       CALL 'custcomp' USING ItemCustID, DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE ItemCustID TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE PostDate TO InvDate
       MOVE SaveJuris TO InvJurisdiction
       MOVE SaveCurrency TO InvCurrency
       MOVE ShortPay TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "D" TO InvDocType
       MOVE BkdInvNumber TO InvRefNumber
       MOVE PostDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Discount document number clash for "
                   "invoice " BkdInvNumber
           NOT INVALID KEY
               ADD 1 TO DiscountCount
               IF CreditCount < 200
                   ADD 1 TO CreditCount
                   MOVE ItemCustID TO CRCustID(CreditCount)
                   MOVE BkdInvNumber TO CRInvNum(CreditCount)
                   MOVE ShortPay TO CRAmount(CreditCount)
               END-IF
       END-WRITE.

       WriteDiscountException.
       ADD 1 TO DiscExcpCount
       OPEN INPUT DiscExcpReport
       IF WSFileStatus = "35"
           OPEN OUTPUT DiscExcpReport
           CLOSE DiscExcpReport
       ELSE
           CLOSE DiscExcpReport
       END-IF
       OPEN EXTEND DiscExcpReport
       MOVE ItemCustID TO PrnExcCustID
       MOVE BkdInvNumber TO PrnExcInvNum
       MOVE WSBusDate TO PrnExcPayDate
       MOVE DiscLastDate TO PrnExcDiscDate
       MOVE ShortPay TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnExcShort
       MOVE "LOCKBOX" TO PrnExcSource
       WRITE DiscExcpLine FROM DiscExcpDetail
       CLOSE DiscExcpReport.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.

       NoteAppliedPayment.
       MOVE ZERO TO PayFoundIdx
       PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
           IF PTCustID(PayIdx) = ItemCustID
               AND PTInvNum(PayIdx) = BkdInvNumber
               MOVE PayIdx TO PayFoundIdx
           END-IF
       IF PayFoundIdx = ZERO AND PayCount < 500
           ADD 1 TO PayCount
           MOVE PayCount TO PayFoundIdx
           MOVE ItemCustID TO PTCustID(PayFoundIdx)
           MOVE BkdInvNumber TO PTInvNum(PayFoundIdx)
           MOVE ZERO TO PTAmount(PayFoundIdx)
       END-IF
       END-IF
       IF RejCount > ZERO
           DISPLAY "Rejects written to Lockbox.rej"
       END-IF
       IF DiscountCount > ZERO
           DISPLAY "Prompt-payment discounts taken : " DiscountCount
       END-IF
       IF DiscExcpCount > ZERO
           DISPLAY "Late discounts listed on DiscExcp.rpt : "
               DiscExcpCount
       END-IF.

       LoadPaymentTable.
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

       LoadBillTable.
       MOVE ZERO TO BillCount
       OPEN INPUT BillToFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO BillEOFFlag
           PERFORM LoadOneBillTo UNTIL BillEOF
           CLOSE BillToFile
       END-IF.

       LoadOneBillTo.
       READ BillToFile
           AT END SET BillEOF TO TRUE
           NOT AT END
               IF BillCount < 500
                   ADD 1 TO BillCount
                   MOVE BilChildID TO BTChildID(BillCount)
                   MOVE BilParentID TO BTParentID(BillCount)
               END-IF
       END-READ.

