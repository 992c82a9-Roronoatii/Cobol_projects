               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD InvLineFile.
           COPY invline.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 PerVoidDate PIC 9(8) VALUE ZEROS.
       01 PerVoidStatus PIC X(2) VALUE SPACE.
           88 VoidPeriodSoftClosed VALUE "01".
           88 VoidPeriodRefused VALUE "90" "91".
       01 EntryOption PIC X VALUE SPACE.
           88 EntryQuit VALUE "Q" "q".
           88 CreditWanted VALUE "C" "c".
           88 VoidWanted VALUE "V" "v".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
       01 WSCreditAmount PIC 9(6)V99 VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 SaveCurrency PIC X(3) VALUE SPACE.
       01 SaveAmount PIC 9(6)V99 VALUE ZERO.
       01 PriorCredits PIC S9(8)V99 VALUE ZERO.
       01 RemainAmount PIC S9(8)V99 VALUE ZERO.
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
           88 VoidConfirmed VALUE "Y" "y".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 WSStockAction PIC X VALUE "P".
       01 WSStockQty PIC S9(7) VALUE ZERO.
       01 WSStockAvail PIC S9(7) VALUE ZERO.
       01 WSStockStatus PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               STOP RUN
           END-IF
           OPEN I-O InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing to adjust"
               VoidsApplied " invoices voided"
           STOP RUN.

      *Credit memos are dated with the business date, so the month
      *it falls in must still be open.
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
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

      *Another company's invoices are not open to the operator.
       FindOriginalInvoice.
       DISPLAY "Customer ID    : " WITH NO ADVANCING
       ACCEPT WSCustID
               DISPLAY "Invoice not found"
           NOT INVALID KEY
               MOVE "00" TO WSFileStatus
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   MOVE "35" TO WSFileStatus
                   DISPLAY "Invoice not found"
               END-IF
       END-READ.

       EnterOneCreditMemo.
               DISPLAY "Credit not recorded - exceeds the " &
                   "uncredited invoice amount"
           ELSE
               CALL 'custcomp' USING WSCustID, DocCompany
               PERFORM AssignNextInvoiceNumber
               MOVE SPACES TO InvoiceData
               MOVE WSCustID TO InvIDNum
               MOVE DocCompany TO InvCompany
               MOVE NextInvNum TO InvNumber
               MOVE WSBusDate TO InvDate
               MOVE SaveJuris TO InvJurisdiction
               MOVE "0" TO InvStatus
               MOVE "C" TO InvDocType
               MOVE WSInvNum TO InvRefNumber
               MOVE WSBusDate TO InvDueDate
               WRITE InvoiceData
                   INVALID KEY
                       DISPLAY "Credit memo number already on file"
                   NOT INVALID KEY
                       ADD 1 TO CreditsAdded
                       MOVE SPACES TO PerPostRef
                       STRING "CREDNOTE CM " NextInvNum
                           DELIMITED BY SIZE INTO PerPostRef
                       END-STRING
                       PERFORM LogPeriodPosting
                       DISPLAY "Credit memo " NextInvNum
                           " recorded against invoice " WSInvNum
               END-WRITE
               IF InvIDNum NOT = WSCustID
                   SET ScanEOF TO TRUE
               ELSE
                   IF NOT InvVoided AND InvRefNumber = WSInvNum
                       EVALUATE TRUE
                           WHEN CreditMemoDoc OR WriteOffDoc
                               OR DiscountDoc
                               ADD InvAmount TO PriorCredits
                           WHEN RefundDoc
                               SUBTRACT InvAmount FROM PriorCredits
                       END-EVALUATE
                   END-IF
               END-IF
       END-READ.
           IF WSFileStatus = "00"
               IF InvVoided
                   DISPLAY "Invoice already voided"
               ELSE
               PERFORM CheckVoidPeriod
               IF VoidPeriodRefused
                   DISPLAY "Invoice is dated in accounting period "
                       PerVoidDate(1:6) " which is closed - issue "
                       "a credit memo instead"
               ELSE
                   MOVE InvAmount TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned,
                       REWRITE InvoiceData
                       END-REWRITE
                       ADD 1 TO VoidsApplied
                       PERFORM RestoreVoidedStock
                       PERFORM LogVoidPosting
                       DISPLAY "Invoice " WSInvNum " voided"
                   ELSE
                       DISPLAY "Void cancelled"
                   END-IF
               END-IF
               END-IF
           END-IF
       END-IF.

      *A void reverses the invoice in the month it was raised, so
      *that month must be open too.
       CheckVoidPeriod.
       MOVE InvDate TO PerVoidDate
       MOVE "C" TO PerFunction
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, PerVoidDate, GsOperID,
           WSAuthority, PerPostRef, PerVoidStatus.

       LogVoidPosting.
       IF VoidPeriodSoftClosed
           MOVE SPACES TO PerPostRef
           STRING "CREDNOTE VOID " WSInvNum
               DELIMITED BY SIZE INTO PerPostRef
           END-STRING
           MOVE "L" TO PerFunction
           CALL 'perchk' USING PerFunction, PerVoidDate, GsOperID,
               WSAuthority, PerPostRef, PerVoidStatus
       END-IF.

      *Goods on a voided invoice were never shipped, so each item
      *line's quantity goes back into stock.
       RestoreVoidedStock.
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LineEOFFlag
           PERFORM RestoreOneLine UNTIL LineEOF
           CLOSE InvLineFile
       END-IF.

       RestoreOneLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               IF LinIDNum = WSCustID AND LinInvNumber = WSInvNum
                   AND LinItemCode NOT = SPACES
                   AND NOT LinReturnCredit
                   AND LinQty IS NUMERIC
                   MOVE "P" TO WSStockAction
                   MOVE LinQty TO WSStockQty
                   CALL 'stockupd' USING WSStockAction, LinItemCode,
                       WSStockQty, WSBusDate, WSStockAvail,
                       WSStockStatus
               END-IF
       END-READ.

       AssignNextInvoiceNumber.
       CALL 'nextinv' USING DocCompany, NextInvNum.
