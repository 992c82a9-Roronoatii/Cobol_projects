           SELECT PrevFile ASSIGN TO "EodPrev.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT EodPayFile ASSIGN TO "EodPay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BalReport ASSIGN TO "EodBal.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD TaxAuditFile.
       01 TaxAuditRecord.
       01 PrevRecord.
           02 PrevCount PIC 9(6).

       FD PaymentFile.
           COPY paydata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD EodPayFile.
       01 EodPayRecord.
           02 EpyDate PIC 9(8).
           02 FILLER PIC X.
           02 EpyRcptCount PIC 9(6).
           02 FILLER PIC X.
           02 EpyRcptValue PIC 9(9)V99.
           02 FILLER PIC X.
           02 EpyRevCount PIC 9(6).
           02 FILLER PIC X.
           02 EpyRevValue PIC 9(9)V99.

       FD BalReport.
       01 BalLine PIC X(80).

       01 NewAddsToday PIC S9(7) VALUE ZERO.
       01 MismatchFound PIC X VALUE "N".
           88 OutOfBalance VALUE "Y".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 PayRcptCount PIC 9(6) VALUE ZERO.
       01 PayRcptValue PIC 9(9)V99 VALUE ZERO.
       01 PayRevCount PIC 9(6) VALUE ZERO.
       01 PayRevValue PIC 9(9)V99 VALUE ZERO.
       01 BalHeading.
           02 FILLER PIC X(30) VALUE
               "END OF DAY BALANCING REPORT - ".
       01 BalDetailLine.
           02 BalDetailText PIC X(34).
           02 PrnBalValue PIC -ZZZZZ9.
       01 BalDateLine.
           02 BalDateText PIC X(34).
           02 PrnBalDay PIC 9(8).
       01 BalValueLine.
           02 BalValueText PIC X(34).
           02 PrnBalAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 BalVerdictLine.
           02 BalVerdictText PIC X(30).
           02 BalVerdict PIC X(12).
           PERFORM ScanAuditFile
           PERFORM ScanHistoryFile
           PERFORM ScanTaxAuditFile
           PERFORM ReadBusinessDate
           PERFORM ScanPaymentFile
           PERFORM ReadPreviousFigures
           PERFORM BalanceCustomerSide
           PERFORM BalanceTaxSide
           PERFORM ReportPaymentSide
           PERFORM SavePreviousFigures
           PERFORM SavePaymentFigures
           CLOSE BalReport
           IF OutOfBalance
               DISPLAY "END OF DAY OUT OF BALANCE - see EodBal.rpt"
               END-IF
       END-READ.

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

      *Payments are dated with the business date they were posted
      *on, so they are counted against BusDate.dat rather than the
      *calendar date.  Amounts are face values across currencies.
       ScanPaymentFile.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM ScanPaymentRecord UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       ScanPaymentRecord.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF PayDate = WSBusDate
                   IF PayReversal
                       ADD 1 TO PayRevCount
                       ADD PayAmount TO PayRevValue
                   ELSE
                       ADD 1 TO PayRcptCount
                       ADD PayAmount TO PayRcptValue
                   END-IF
               END-IF
       END-READ.

       ReadPreviousFigures.
       MOVE "N" TO PrevOnFile
       OPEN INPUT PrevFile
       END-IF
       WRITE BalLine FROM BalVerdictLine AFTER ADVANCING 1 LINE.

       ReportPaymentSide.
       MOVE "Payments business date       : " TO BalDateText
       MOVE WSBusDate TO PrnBalDay
       WRITE BalLine FROM BalDateLine AFTER ADVANCING 2 LINES
       MOVE "Receipts posted              : " TO BalDetailText
       MOVE PayRcptCount TO PrnBalValue
       WRITE BalLine FROM BalDetailLine AFTER ADVANCING 1 LINE
       MOVE "Receipts value               : " TO BalValueText
       MOVE PayRcptValue TO PrnBalAmount
       WRITE BalLine FROM BalValueLine AFTER ADVANCING 1 LINE
       MOVE "Reversals posted             : " TO BalDetailText
       MOVE PayRevCount TO PrnBalValue
       WRITE BalLine FROM BalDetailLine AFTER ADVANCING 1 LINE
       MOVE "Reversals value              : " TO BalValueText
       MOVE PayRevValue TO PrnBalAmount
       WRITE BalLine FROM BalValueLine AFTER ADVANCING 1 LINE.

       SavePaymentFigures.
       OPEN OUTPUT EodPayFile
       MOVE SPACES TO EodPayRecord
       MOVE WSBusDate TO EpyDate
       MOVE PayRcptCount TO EpyRcptCount
       MOVE PayRcptValue TO EpyRcptValue
       MOVE PayRevCount TO EpyRevCount
       MOVE PayRevValue TO EpyRevValue
       WRITE EodPayRecord
       CLOSE EodPayFile.

       SavePreviousFigures.
       IF ReportRanToday
           OPEN OUTPUT PrevFile
