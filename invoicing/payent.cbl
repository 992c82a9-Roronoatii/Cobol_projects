           SELECT UnappFile ASSIGN TO "UnappCash.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BatchFlagFile ASSIGN TO "BatchRun.flg"
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
       FD InvoiceFile.
           02 FILLER PIC X.
           02 UnaDate PIC 9(8).
           02 FILLER PIC X.
           02 UnaAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 UnaStatus PIC X.

       FD BillToFile.
           COPY billdata.

       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD DiscExcpReport.
       01 DiscExcpLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
           02 UnappEntry OCCURS 200 TIMES.
               03 UTCustID PIC 9(7).
               03 UTDate PIC 9(8).
               03 UTAmount PIC 9(6)V99.
               03 UTStatus PIC X.
       01 UnappCount PIC 9(3) VALUE ZERO.
       01 UnappIdx PIC 9(3) VALUE ZERO.
       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
           88 ApplyDone VALUE ZEROS.
       01 WSPayAmount PIC 9(6)V99 VALUE ZERO.
       01 WSRemitAmount PIC S9(6)V99 VALUE ZERO.
       01 WSRemaining PIC S9(6)V99 VALUE ZERO.
       01 PaymentsAdded PIC 9(4) VALUE ZERO.
           88 InvEOF VALUE "Y".
       01 OpenTable.
           02 OpenEntry OCCURS 100 TIMES.
               03 OTCustID PIC 9(7).
               03 OTInvNum PIC 9(6).
               03 OTInvDate PIC 9(8).
               03 OTCurrency PIC X(3).
               03 OTOpenBal PIC S9(6)V99.
               03 OTOrigAmt PIC 9(6)V99.
               03 OTTerms PIC X(4).
               03 OTJuris PIC X(2).
       01 OpenCount PIC 9(3) VALUE ZERO.
       01 OpenIdx PIC 9(3) VALUE ZERO.
       01 OpenFoundIdx PIC 9(3) VALUE ZERO.
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 MemberID PIC 9(7) VALUE ZEROS.
       01 ParkChoice PIC X VALUE "N".
           88 ParkWanted VALUE "Y" "y".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 ChkFunction PIC X VALUE "V".
       01 ChkDigStatus PIC X VALUE SPACE.
       01 ChkDigWork PIC 9(7) VALUE ZEROS.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 CompanyOKFlag PIC X VALUE "Y".
           88 CompanyOK VALUE "Y".
       01 ShortPay PIC S9(6)V99 VALUE ZERO.
       01 DiscInvAmount PIC 9(6)V99 VALUE ZERO.
       01 DiscAllowed PIC 9(6)V99 VALUE ZERO.
       01 DiscLastDate PIC 9(8) VALUE ZEROS.
       01 DiscStatus PIC X(2) VALUE SPACE.
           88 DiscInWindow VALUE "00".
           88 DiscExpired VALUE "01".
       01 DiscountsTaken PIC 9(4) VALUE ZERO.
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

       01 OpenDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCurrency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOpenBal PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBranch PIC X(14).

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           IF BatchInProgress
               GOBACK
           END-IF
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               GOBACK
           END-IF
           PERFORM LoadBillTable
           OPEN I-O InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - payments cannot be " &
                   "entered"
               CLOSE InvoiceFile
           END-IF
           DISPLAY PaymentsAdded " payments recorded"
           IF DiscountsTaken > ZERO
               DISPLAY DiscountsTaken " prompt-payment discounts taken"
           END-IF

       EXIT PROGRAM.

       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

       CheckFunctionAuth.
       MOVE "D" TO AuthAllowed
           END-IF
       END-IF.

      *Payments and discount documents are dated with the business
      *date, so the month it falls in must still be open.
       CheckPostingPeriod.
       MOVE "C" TO PerFunction
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
           WSAuthority, PerPostRef, PerStatus
       EVALUATE TRUE
           WHEN PerStatus = "90"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is closed - no postings allowed"
           WHEN PerStatus = "91"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - supervisor authority required"
           WHEN PeriodSoftClosed
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - postings are reported to finance"
       END-EVALUATE.

       LogPeriodPosting.
       IF PeriodSoftClosed
           MOVE "L" TO PerFunction
           CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
               WSAuthority, PerPostRef, PerStatus
       END-IF.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       DISPLAY "Customer ID      : " WITH NO ADVANCING
       ACCEPT WSCustID
       PERFORM WarnOnCheckDigit
       PERFORM CheckCustomerCompany
       MOVE ZERO TO OpenCount
       IF CompanyOK
           PERFORM BuildOpenItemTable
       END-IF
       IF OpenCount = ZERO
           DISPLAY "No open invoices for customer " WSCustID
       ELSE
           END-IF
       END-IF.

      *Another company's customers are not open to the operator, so
      *they show as having nothing to pay against.
       CheckCustomerCompany.
       CALL 'custcomp' USING WSCustID, DocCompany
       IF DocCompany = GcCompany
           MOVE "Y" TO CompanyOKFlag
       ELSE
           MOVE "N" TO CompanyOKFlag
       END-IF.

       WarnOnCheckDigit.
       MOVE WSCustID TO ChkDigWork
       MOVE "V" TO ChkFunction
               "digit - confirm the number before continuing"
       END-IF.

      *A bill-to parent pays for its branches, so a parent's open
      *items include every branch's invoices.  Each item keeps the
      *customer it was billed to, and payments and discounts are
      *recorded against that customer.
       BuildOpenItemTable.
       MOVE ZERO TO OpenCount
       MOVE WSCustID TO MemberID
       PERFORM CollectMemberItems
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTParentID(BillIdx) = WSCustID
               MOVE BTChildID(BillIdx) TO MemberID
               PERFORM CollectMemberItems
           END-IF
       END-PERFORM
       PERFORM SubtractCustomerPayments
       PERFORM DropSettledItems.

       CollectMemberItems.
       MOVE "N" TO InvEOFFlag
       MOVE MemberID TO InvIDNum
       MOVE ZEROS TO InvNumber
       START InvoiceFile KEY NOT < InvKey
           INVALID KEY SET InvEOF TO TRUE
       END-START
       PERFORM CollectOneOpenItem UNTIL InvEOF.

       CollectOneOpenItem.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF InvIDNum NOT = MemberID
                   SET InvEOF TO TRUE
               ELSE
                   IF InvVoided
                       CONTINUE
                   ELSE
                       EVALUATE TRUE
                           WHEN CreditMemoDoc OR WriteOffDoc
                               OR DiscountDoc
                               PERFORM NetCreditAgainstItem
                           WHEN RefundDoc
                               PERFORM NetRefundAgainstItem
                           WHEN AgencyFeeDoc
                               CONTINUE
                           WHEN OTHER
                               PERFORM AddOpenItem
                       END-EVALUATE
                   END-IF
               END-IF
       END-READ.

       AddOpenItem.
       IF OpenCount < 100
           ADD 1 TO OpenCount
           MOVE InvIDNum TO OTCustID(OpenCount)
           MOVE InvNumber TO OTInvNum(OpenCount)
           MOVE InvDate TO OTInvDate(OpenCount)
           MOVE InvCurrency TO OTCurrency(OpenCount)
           MOVE InvAmount TO OTOpenBal(OpenCount)
           MOVE InvAmount TO OTOrigAmt(OpenCount)
           MOVE InvTermsCode TO OTTerms(OpenCount)
           MOVE InvJurisdiction TO OTJuris(OpenCount)
       END-IF.

       NetRefundAgainstItem.
       PERFORM VARYING OpenIdx FROM 1 BY 1
           UNTIL OpenIdx > OpenCount
           IF OTInvNum(OpenIdx) = InvRefNumber
               ADD InvAmount TO OTOpenBal(OpenIdx)
           END-IF
       END-PERFORM.

       NetCreditAgainstItem.
       PERFORM VARYING OpenIdx FROM 1 BY 1
           UNTIL OpenIdx > OpenCount
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               PERFORM VARYING OpenIdx FROM 1 BY 1
                   UNTIL OpenIdx > OpenCount
                   IF OTInvNum(OpenIdx) = PayInvNumber
                       AND OTCustID(OpenIdx) = PayIDNum
                       IF PayReversal
                           ADD PayAmount
                               TO OTOpenBal(OpenIdx)
                       ELSE
                           SUBTRACT PayAmount
                               FROM OTOpenBal(OpenIdx)
                       END-IF
                   END-IF
               END-PERFORM
       END-READ.

       DropSettledItems.
           MOVE OTCurrency(OpenIdx) TO PrnCurrency
           MOVE OTOpenBal(OpenIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnOpenBal
           MOVE SPACES TO PrnBranch
           IF OTCustID(OpenIdx) NOT = WSCustID
               STRING "branch " OTCustID(OpenIdx)
                   DELIMITED BY SIZE INTO PrnBranch
               END-STRING
           END-IF
           DISPLAY OpenDetailLine
       END-PERFORM.

                           SUBTRACT WSPayAmount FROM WSRemaining
                           SUBTRACT WSPayAmount
                               FROM OTOpenBal(OpenFoundIdx)
                           PERFORM CheckPromptDiscount
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

       CheckPromptDiscount.
       MOVE OTOpenBal(OpenFoundIdx) TO ShortPay
       IF ShortPay > ZERO
           MOVE OTOrigAmt(OpenFoundIdx) TO DiscInvAmount
           CALL 'termsdisc' USING OTTerms(OpenFoundIdx),
               OTInvDate(OpenFoundIdx), WSBusDate, DiscInvAmount,
               DiscAllowed, DiscLastDate, DiscStatus
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
       CALL 'custcomp' USING OTCustID(OpenFoundIdx), DocCompany
       PERFORM AssignNextInvoiceNumber
       MOVE SPACES TO InvoiceData
       MOVE OTCustID(OpenFoundIdx) TO InvIDNum
       MOVE DocCompany TO InvCompany
       MOVE NextInvNum TO InvNumber
       MOVE WSBusDate TO InvDate
       MOVE OTJuris(OpenFoundIdx) TO InvJurisdiction
       MOVE OTCurrency(OpenFoundIdx) TO InvCurrency
       MOVE ShortPay TO InvAmount
       MOVE "0" TO InvStatus
       MOVE "D" TO InvDocType
       MOVE WSInvNum TO InvRefNumber
       MOVE WSBusDate TO InvDueDate
       WRITE InvoiceData
           INVALID KEY
               DISPLAY "Discount document number clash - " &
                   "discount not posted"
           NOT INVALID KEY
               ADD 1 TO DiscountsTaken
               MOVE SPACES TO PerPostRef
               STRING "PAYENT DISC " NextInvNum
                   DELIMITED BY SIZE INTO PerPostRef
               END-STRING
               PERFORM LogPeriodPosting
               MOVE ZERO TO OTOpenBal(OpenFoundIdx)
               MOVE ShortPay TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Prompt-payment discount " WSAmtFormatted
                   " taken - invoice " WSInvNum " settled"
       END-WRITE.

       WriteDiscountException.
       OPEN INPUT DiscExcpReport
       IF WSFileStatus = "35"
           OPEN OUTPUT DiscExcpReport
           CLOSE DiscExcpReport
       ELSE
           CLOSE DiscExcpReport
       END-IF
       OPEN EXTEND DiscExcpReport
       MOVE OTCustID(OpenFoundIdx) TO PrnExcCustID
       MOVE WSInvNum TO PrnExcInvNum
       MOVE WSBusDate TO PrnExcPayDate
       MOVE DiscLastDate TO PrnExcDiscDate
       MOVE ShortPay TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnExcShort
       MOVE "PAYENT" TO PrnExcSource
       WRITE DiscExcpLine FROM DiscExcpDetail
       CLOSE DiscExcpReport
       DISPLAY "Discount window closed " DiscLastDate
           " - short-pay left open and listed for collections".

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.

       FindOpenItem.
       MOVE ZERO TO OpenFoundIdx
       PERFORM VARYING OpenIdx FROM 1 BY 1 UNTIL OpenIdx > OpenCount
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WSCustID
       PERFORM WarnOnCheckDigit
       PERFORM CheckCustomerCompany
       PERFORM LoadUnappliedTable
       MOVE ZERO TO UnappPick
       PERFORM VARYING UnappIdx FROM 1 BY 1
           UNTIL UnappIdx > UnappCount
           IF UTCustID(UnappIdx) = WSCustID
               AND UTStatus(UnappIdx) = "O" AND CompanyOK
               MOVE UnappIdx TO PrnUnappIdx
               MOVE UTDate(UnappIdx) TO PrnUnappDate
               MOVE UTAmount(UnappIdx) TO WSAmtSigned
       END-PERFORM
       CLOSE UnappFile.

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

       WritePaymentRecord.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
       END-IF
       OPEN EXTEND PaymentFile
       MOVE SPACES TO PaymentRecord
       MOVE OTCustID(OpenFoundIdx) TO PayIDNum
       MOVE WSInvNum TO PayInvNumber
       MOVE WSBusDate TO PayDate
       MOVE WSPayAmount TO PayAmount
           MOVE "USD" TO WSPayCurrency
       END-IF
       MOVE WSPayCurrency TO PayCurrency
       MOVE "MAN" TO PaySource
       CALL 'custcomp' USING PayIDNum, PayCompany
       WRITE PaymentRecord
       CLOSE PaymentFile
       ADD 1 TO PaymentsAdded
       MOVE SPACES TO PerPostRef
       STRING "PAYENT PAY " WSInvNum
           DELIMITED BY SIZE INTO PerPostRef
       END-STRING
       PERFORM LogPeriodPosting
       DISPLAY "Payment recorded against invoice " WSInvNum.
