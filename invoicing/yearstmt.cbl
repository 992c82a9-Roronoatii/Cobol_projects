      *Year-end annual account summaries
       IDENTIFICATION DIVISION.
       PROGRAM-ID. yearstmt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YearEndFile ASSIGN TO "YearEnd.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxAuditFile ASSIGN TO "TaxAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MailStatFile ASSIGN TO "MailStat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PrefFile ASSIGN TO "DelivPref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DelivLogFile ASSIGN TO "DelivLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT YearReport ASSIGN TO YearRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MailExtract ASSIGN TO MailExtName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD YearEndFile.
       01 YearEndRecord PIC X.

       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD ArOpenFile.
           COPY ardata.

       FD TaxAuditFile.
       01 TaxAuditRecord.
           02 AudJurisdiction PIC X(2).
               88 TaxAuditEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 AudPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 AudTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 AudDate PIC 9(8).
           02 FILLER PIC X.
           02 AudTime PIC 9(8).
           02 FILLER PIC X.
           02 AudCurrency PIC X(3).
           02 FILLER PIC X.
           02 AudRate PIC 9(3)V9(6).
           02 FILLER PIC X.
           02 AudIDNum PIC 9(7).
           02 FILLER PIC X.
           02 AudInvNum PIC 9(6).

       FD ExchRatesFile.
       01 ExchRateRecord.
           02 ExrCurrency PIC X(3).
               88 ExchEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 ExrRate PIC 9(3)V9(6).
           02 FILLER PIC X.
           02 ExrFrom PIC 9(8).
           02 FILLER PIC X.
           02 ExrTo PIC 9(8).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CompanyFile.
           COPY compdata.

       FD MailStatFile.
       01 MailStatRecord.
           02 MstIDNum PIC 9(7).
           02 FILLER PIC X.
           02 MstStatus PIC X.

       FD PrefFile.
       01 PrefRecord.
           02 PrfIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PrfChannel PIC X.

       FD DelivLogFile.
       01 DelivLogRecord.
           02 DlvIDNum PIC 9(7).
           02 FILLER PIC X.
           02 DlvDate PIC 9(8).
           02 FILLER PIC X.
           02 DlvChannel PIC X.
           02 FILLER PIC X.
           02 DlvDocType PIC X(4).
           02 FILLER PIC X.
           02 DlvEmail PIC X(30).

       FD YearReport.
       01 YearLine PIC X(80).

       FD MailExtract.
       01 MailRecord PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSYear PIC 9(4) VALUE ZEROS.
       01 YearEndDate PIC 9(8) VALUE ZEROS.
       01 YearRptName PIC X(20) VALUE SPACE.
       01 MailExtName PIC X(20) VALUE SPACE.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 MailEOFFlag PIC X VALUE "N".
           88 MailEOF VALUE "Y".
       01 PrefEOFFlag PIC X VALUE "N".
           88 PrefEOF VALUE "Y".
      *One entry per live customer, in customer ID order.  Amounts
      *are in the home currency.
       01 SumTable.
           02 SumEntry OCCURS 1000 TIMES.
               03 SmIDNum PIC 9(7).
               03 SmCompany PIC X(2).
               03 SmInvoiced PIC S9(8)V99.
               03 SmCredits PIC S9(8)V99.
               03 SmTax PIC S9(8)V99.
               03 SmPayments PIC S9(8)V99.
               03 SmBalance PIC S9(8)V99.
               03 SmActivity PIC 9(5).
       01 SumCount PIC 9(4) VALUE ZERO.
       01 SumIdx PIC 9(4) VALUE ZERO.
       01 SumFoundIdx PIC 9(4) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZEROS.
       01 TaxJurTable.
           02 TaxJurEntry OCCURS 3000 TIMES.
               03 TjSumIdx PIC 9(4).
               03 TjJuris PIC X(2).
               03 TjTax PIC S9(8)V99.
       01 TaxJurCount PIC 9(4) VALUE ZERO.
       01 TaxJurIdx PIC 9(4) VALUE ZERO.
       01 TaxJurFoundIdx PIC 9(4) VALUE ZERO.
       01 DroppedTaxLines PIC 9(6) VALUE ZERO.
       01 CompNameTable.
           02 CompNameEntry OCCURS 20 TIMES.
               03 CNCode PIC X(2).
               03 CNName PIC X(30).
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 MailTable.
           02 MailEntry OCCURS 500 TIMES.
               03 MTIDNum PIC 9(7).
               03 MTStatus PIC X.
       01 MailCount PIC 9(3) VALUE ZERO.
       01 MailIdx PIC 9(3) VALUE ZERO.
       01 MailOKFlag PIC X VALUE "Y".
           88 MailOK VALUE "Y".
       01 PrefTable.
           02 PrefEntry OCCURS 500 TIMES.
               03 PFCustID PIC 9(7).
               03 PFChannel PIC X.
       01 PrefCount PIC 9(3) VALUE ZERO.
       01 PrefIdx PIC 9(3) VALUE ZERO.
       01 EDelivFlag PIC X VALUE "N".
           88 EDelivery VALUE "Y".
       01 ExchRateTable.
           02 ExchEntry OCCURS 20 TIMES.
               03 ExcCurr PIC X(3).
               03 ExcRate PIC 9(3)V9(6).
               03 ExcFrom PIC 9(8).
               03 ExcTo PIC 9(8).
       01 ExchCount PIC 99 VALUE ZERO.
       01 ExchIdx PIC 99 VALUE ZERO.
       01 WSExchRate PIC 9(3)V9(6) VALUE ZERO.
       01 FoundExch PIC X VALUE "N".
           88 ExchFound VALUE "Y".
       01 RateCurrency PIC X(3) VALUE SPACES.
       01 RateDate PIC 9(8) VALUE ZEROS.
       01 HomeAmount PIC S9(8)V99 VALUE ZERO.
       01 CurrentCust PIC 9(7) VALUE ZEROS.
       01 PrintCount PIC 9(5) VALUE ZERO.
       01 EmailCount PIC 9(5) VALUE ZERO.
       01 SkippedCount PIC 9(5) VALUE ZERO.
       01 MailSuppressed PIC 9(5) VALUE ZERO.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 MailHeader.
           02 FILLER PIC X(5) VALUE "YSUM|".
           02 MhEmail PIC X(30).
           02 FILLER PIC X VALUE "|".
           02 MhIDNum PIC 9(7).
           02 FILLER PIC X VALUE "|".
           02 MhYear PIC 9(4).
       01 MailTrailer PIC X(8) VALUE "ENDYSUM".
       01 SummaryHeading.
           02 FILLER PIC X(33) VALUE
               "ANNUAL ACCOUNT SUMMARY FOR YEAR ".
           02 PrnYear PIC 9(4).
       01 CompanyLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnCompLine PIC X(40).
       01 AddrNameLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnSumName PIC X(28).
           02 FILLER PIC X(14) VALUE "  CUSTOMER ID ".
           02 PrnSumID PIC 9(7).
       01 AddrStreetLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnSumStreet PIC X(20).
       01 AddrCityLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnSumCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSumState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSumPost PIC X(9).
       01 AmountLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 AmountText PIC X(30).
           02 PrnAmount PIC $$,$$$,$$9.99CR.
       01 TaxJurLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "JURISDICTION ".
           02 PrnTaxJuris PIC X(2).
           02 FILLER PIC X(11) VALUE SPACE.
           02 PrnTaxJurAmt PIC $$,$$$,$$9.99CR.
       01 PageSepLine PIC X(60) VALUE ALL "-".
       01 RegisterLine.
           02 RegisterText PIC X(40).
           02 PrnRegCount PIC ZZ,ZZ9.
       01 RunLogJob PIC X(12) VALUE "YEARSTMT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           OPEN INPUT YearEndFile
           IF WSFileStatus = "35"
               DISPLAY "YearEnd.flg not set - annual summaries " &
                   "skipped"
               STOP RUN
           END-IF
           CLOSE YearEndFile
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           MOVE WSBusDate(1:4) TO WSYear
           MOVE WSYear TO YearEndDate(1:4)
           MOVE 1231 TO YearEndDate(5:4)
           PERFORM BuildOutputNames
           PERFORM LoadCustomers
           IF SumCount = ZERO
               DISPLAY "No customers on file - no annual summaries"
           ELSE
               PERFORM LoadExchRateTable
               PERFORM LoadCompanyNames
               PERFORM LoadMailTable
               PERFORM LoadPrefTable
               PERFORM TallyInvoices
               PERFORM TallyPayments
               PERFORM TallyTaxAudit
               PERFORM TallyClosingBalances
               PERFORM ProduceSummaries
           END-IF
           MOVE "END" TO RunLogEvent
           COMPUTE RunLogCount = PrintCount + EmailCount
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

       BuildOutputNames.
       MOVE SPACES TO YearRptName
       STRING "YearStmt." DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO YearRptName
       END-STRING
       MOVE SPACES TO MailExtName
       STRING "YearEmail." DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO MailExtName
       END-STRING.

       LoadCustomers.
       MOVE ZERO TO SumCount
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           CONTINUE
       ELSE
           MOVE "N" TO CustEOFFlag
           PERFORM LoadOneCustomer UNTIL CustEOF
           CLOSE CustomerFile
       END-IF.

       LoadOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END SET CustEOF TO TRUE
           NOT AT END
               IF NOT CEData
                   IF SumCount < 1000
                       ADD 1 TO SumCount
                       MOVE IDNum TO SmIDNum(SumCount)
                       MOVE CustCompany TO SmCompany(SumCount)
                       IF SmCompany(SumCount) = SPACES
                           MOVE "01" TO SmCompany(SumCount)
                       END-IF
                       MOVE ZERO TO SmInvoiced(SumCount)
                       MOVE ZERO TO SmCredits(SumCount)
                       MOVE ZERO TO SmTax(SumCount)
                       MOVE ZERO TO SmPayments(SumCount)
                       MOVE ZERO TO SmBalance(SumCount)
                       MOVE ZERO TO SmActivity(SumCount)
                   ELSE
                       DISPLAY "More than 1000 customers - customer "
                           IDNum " has no annual summary"
                   END-IF
               END-IF
       END-READ.

       FindCustomer.
       MOVE ZERO TO SumFoundIdx
       PERFORM VARYING SumIdx FROM 1 BY 1
           UNTIL SumIdx > SumCount OR SumFoundIdx > ZERO
           IF SmIDNum(SumIdx) = LookupCustID
               MOVE SumIdx TO SumFoundIdx
           END-IF
       END-PERFORM.

       LoadExchRateTable.
       MOVE ZERO TO ExchCount
       OPEN INPUT ExchRatesFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO ExrCurrency
           PERFORM LoadOneExchRate UNTIL ExchEOF
           CLOSE ExchRatesFile
       END-IF.

       LoadOneExchRate.
       READ ExchRatesFile
           AT END SET ExchEOF TO TRUE
           NOT AT END
               IF ExchCount < 20
                   ADD 1 TO ExchCount
                   MOVE ExrCurrency TO ExcCurr(ExchCount)
                   MOVE ExrRate TO ExcRate(ExchCount)
                   MOVE ExrFrom TO ExcFrom(ExchCount)
                   MOVE ExrTo TO ExcTo(ExchCount)
               END-IF
       END-READ.

       LookupExchRate.
       MOVE "N" TO FoundExch
       MOVE ZERO TO WSExchRate
       PERFORM VARYING ExchIdx FROM 1 BY 1
           UNTIL ExchIdx > ExchCount OR ExchFound
           IF ExcCurr(ExchIdx) = RateCurrency
               AND ExcFrom(ExchIdx) NOT > RateDate
               AND ExcTo(ExchIdx) NOT < RateDate
               MOVE ExcRate(ExchIdx) TO WSExchRate
               MOVE "Y" TO FoundExch
           END-IF
       END-PERFORM
       IF NOT ExchFound
           MOVE 1 TO WSExchRate
       END-IF.

       LoadCompanyNames.
       MOVE ZERO TO CompCount
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM LoadOneCompanyName UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       LoadOneCompanyName.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CompCount < 20
                   ADD 1 TO CompCount
                   MOVE CoCode TO CNCode(CompCount)
                   MOVE CoName TO CNName(CompCount)
               END-IF
       END-READ.

       LoadMailTable.
       MOVE ZERO TO MailCount
       OPEN INPUT MailStatFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MailEOFFlag
           PERFORM LoadOneMailStatus UNTIL MailEOF
           CLOSE MailStatFile
       END-IF.

       LoadOneMailStatus.
       READ MailStatFile
           AT END SET MailEOF TO TRUE
           NOT AT END
               IF MailCount < 500
                   ADD 1 TO MailCount
                   MOVE MstIDNum TO MTIDNum(MailCount)
                   MOVE MstStatus TO MTStatus(MailCount)
               END-IF
       END-READ.

       LoadPrefTable.
       MOVE ZERO TO PrefCount
       OPEN INPUT PrefFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PrefEOFFlag
           PERFORM LoadOnePref UNTIL PrefEOF
           CLOSE PrefFile
       END-IF.

       LoadOnePref.
       READ PrefFile
           AT END SET PrefEOF TO TRUE
           NOT AT END
               IF PrefCount < 500
                   ADD 1 TO PrefCount
                   MOVE PrfIDNum TO PFCustID(PrefCount)
                   MOVE PrfChannel TO PFChannel(PrefCount)
               END-IF
       END-READ.

      *Invoices and credit memos dated in the year, at the rate on
      *the document date.  Voided documents are left out.
       TallyInvoices.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - invoiced totals are zero"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM TallyOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       TallyOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF InvDate(1:4) = WSYear AND NOT InvVoided
                   AND (InvoiceDoc OR CreditMemoDoc)
                   MOVE InvIDNum TO LookupCustID
                   PERFORM FindCustomer
                   IF SumFoundIdx > ZERO
                       MOVE InvCurrency TO RateCurrency
                       MOVE InvDate TO RateDate
                       PERFORM LookupExchRate
                       COMPUTE HomeAmount ROUNDED =
                           InvAmount * WSExchRate
                       IF CreditMemoDoc
                           ADD HomeAmount TO SmCredits(SumFoundIdx)
                       ELSE
                           ADD HomeAmount TO SmInvoiced(SumFoundIdx)
                       END-IF
                       ADD 1 TO SmActivity(SumFoundIdx)
                   END-IF
               END-IF
       END-READ.

      *Payments received in the year net of reversals.  Direct debits
      *still pending collection are not yet received.
       TallyPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM TallyOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       TallyOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF PayDate(1:4) = WSYear AND NOT PayPendingDD
                   MOVE PayIDNum TO LookupCustID
                   PERFORM FindCustomer
                   IF SumFoundIdx > ZERO
                       MOVE PayCurrency TO RateCurrency
                       MOVE PayDate TO RateDate
                       PERFORM LookupExchRate
                       COMPUTE HomeAmount ROUNDED =
                           PayAmount * WSExchRate
                       IF PayReversal
                           SUBTRACT HomeAmount
                               FROM SmPayments(SumFoundIdx)
                       ELSE
                           ADD HomeAmount TO SmPayments(SumFoundIdx)
                       END-IF
                       ADD 1 TO SmActivity(SumFoundIdx)
                   END-IF
               END-IF
       END-READ.

      *Tax charged in the year by jurisdiction.  The audit log is
      *already in the home currency.
       TallyTaxAudit.
       MOVE ZERO TO TaxJurCount
       OPEN INPUT TaxAuditFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO AudJurisdiction
           PERFORM TallyOneTaxAudit UNTIL TaxAuditEOF
           CLOSE TaxAuditFile
       END-IF
       IF DroppedTaxLines > ZERO
           DISPLAY DroppedTaxLines " tax lines beyond table capacity "
               "- jurisdiction analysis incomplete"
       END-IF.

       TallyOneTaxAudit.
       READ TaxAuditFile
           AT END SET TaxAuditEOF TO TRUE
           NOT AT END
               IF AudDate(1:4) = WSYear AND AudTaxAmt > ZERO
                   MOVE AudIDNum TO LookupCustID
                   PERFORM FindCustomer
                   IF SumFoundIdx > ZERO
                       ADD AudTaxAmt TO SmTax(SumFoundIdx)
                       PERFORM AddTaxJurisdiction
                   END-IF
               END-IF
       END-READ.

       AddTaxJurisdiction.
       MOVE ZERO TO TaxJurFoundIdx
       PERFORM VARYING TaxJurIdx FROM 1 BY 1
           UNTIL TaxJurIdx > TaxJurCount OR TaxJurFoundIdx > ZERO
           IF TjSumIdx(TaxJurIdx) = SumFoundIdx
               AND TjJuris(TaxJurIdx) = AudJurisdiction
               MOVE TaxJurIdx TO TaxJurFoundIdx
           END-IF
       END-PERFORM
       IF TaxJurFoundIdx = ZERO
           IF TaxJurCount < 3000
               ADD 1 TO TaxJurCount
               MOVE TaxJurCount TO TaxJurFoundIdx
               MOVE SumFoundIdx TO TjSumIdx(TaxJurFoundIdx)
               MOVE AudJurisdiction TO TjJuris(TaxJurFoundIdx)
               MOVE ZERO TO TjTax(TaxJurFoundIdx)
           ELSE
               ADD 1 TO DroppedTaxLines
           END-IF
       END-IF
       IF TaxJurFoundIdx > ZERO
           ADD AudTaxAmt TO TjTax(TaxJurFoundIdx)
       END-IF.

      *The closing balance is what the open-item ledger holds at the
      *year-end run, valued at the year-end rate.
       TallyClosingBalances.
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           DISPLAY "No open-item ledger - closing balances are zero"
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM TallyOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       TallyOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount NOT = ZERO
                   MOVE ArIDNum TO LookupCustID
                   PERFORM FindCustomer
                   IF SumFoundIdx > ZERO
                       MOVE ArCurrency TO RateCurrency
                       MOVE YearEndDate TO RateDate
                       PERFORM LookupExchRate
                       COMPUTE HomeAmount ROUNDED =
                           ArOpenAmount * WSExchRate
                       ADD HomeAmount TO SmBalance(SumFoundIdx)
                   END-IF
               END-IF
       END-READ.

      *A customer with no invoice, credit memo, tax or payment in the
      *year gets no summary.  E-delivery customers are extracted for
      *the mailer; the rest are printed unless mail to them is held.
       ProduceSummaries.
       OPEN INPUT CustomerFile
       OPEN OUTPUT YearReport
       OPEN OUTPUT MailExtract
       PERFORM ProduceOneSummary
           VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > SumCount
       MOVE "ANNUAL SUMMARIES PRINTED      : " TO RegisterText
       MOVE PrintCount TO PrnRegCount
       WRITE YearLine FROM RegisterLine AFTER ADVANCING 2 LINES
       MOVE "ANNUAL SUMMARIES E-DELIVERED  : " TO RegisterText
       MOVE EmailCount TO PrnRegCount
       WRITE YearLine FROM RegisterLine AFTER ADVANCING 1 LINE
       MOVE "SUPPRESSED - MAIL HELD        : " TO RegisterText
       MOVE MailSuppressed TO PrnRegCount
       WRITE YearLine FROM RegisterLine AFTER ADVANCING 1 LINE
       MOVE "NO ACTIVITY IN THE YEAR       : " TO RegisterText
       MOVE SkippedCount TO PrnRegCount
       WRITE YearLine FROM RegisterLine AFTER ADVANCING 1 LINE
       CLOSE CustomerFile, YearReport, MailExtract
       DISPLAY "Annual summaries written to " YearRptName " - "
           PrintCount " printed, " EmailCount " e-delivered"
       IF MailSuppressed > ZERO
           DISPLAY MailSuppressed " summaries suppressed - "
               "returned or do-not-mail addresses"
       END-IF.

       ProduceOneSummary.
       MOVE SmIDNum(SumIdx) TO CurrentCust
       IF SmActivity(SumIdx) = ZERO AND SmTax(SumIdx) = ZERO
           ADD 1 TO SkippedCount
       ELSE
           MOVE CurrentCust TO IDNum
           READ CustomerFile
               INVALID KEY
                   ADD 1 TO SkippedCount
               NOT INVALID KEY
                   PERFORM DeliverOneSummary
           END-READ
       END-IF.

       DeliverOneSummary.
       PERFORM CheckDeliveryChannel
       IF EDelivery
           PERFORM ExtractSummary
           PERFORM WriteDeliveryLog
           PERFORM RecordContactTouch
       ELSE
           PERFORM CheckMailStatus
           IF MailOK
               PERFORM PrintSummary
               PERFORM RecordContactTouch
           ELSE
               ADD 1 TO MailSuppressed
           END-IF
       END-IF.

       CheckDeliveryChannel.
       MOVE "N" TO EDelivFlag
       PERFORM VARYING PrefIdx FROM 1 BY 1
           UNTIL PrefIdx > PrefCount
           IF PFCustID(PrefIdx) = CurrentCust
               AND PFChannel(PrefIdx) = "E"
               MOVE "Y" TO EDelivFlag
           END-IF
       END-PERFORM
       IF EDelivery AND Email = SPACES
           MOVE "N" TO EDelivFlag
       END-IF.

       CheckMailStatus.
       MOVE "Y" TO MailOKFlag
       PERFORM VARYING MailIdx FROM 1 BY 1
           UNTIL MailIdx > MailCount
           IF MTIDNum(MailIdx) = CurrentCust
               AND (MTStatus(MailIdx) = "R"
                   OR MTStatus(MailIdx) = "N")
               MOVE "N" TO MailOKFlag
           END-IF
       END-PERFORM.

       PrintSummary.
       WRITE YearLine FROM PageSepLine AFTER ADVANCING 2 LINES
       MOVE WSYear TO PrnYear
       WRITE YearLine FROM SummaryHeading AFTER ADVANCING 1 LINE
       PERFORM SetCompanyLine
       IF PrnCompLine NOT = SPACES
           WRITE YearLine FROM CompanyLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO YearLine
       WRITE YearLine AFTER ADVANCING 1 LINE
       MOVE CustName TO PrnSumName
       MOVE CurrentCust TO PrnSumID
       WRITE YearLine FROM AddrNameLine AFTER ADVANCING 1 LINE
       MOVE AddrStreet TO PrnSumStreet
       WRITE YearLine FROM AddrStreetLine AFTER ADVANCING 1 LINE
       MOVE AddrCity TO PrnSumCity
       MOVE AddrState TO PrnSumState
       MOVE AddrPostCode TO PrnSumPost
       WRITE YearLine FROM AddrCityLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO YearLine
       WRITE YearLine AFTER ADVANCING 1 LINE
       MOVE "TOTAL INVOICED" TO AmountText
       MOVE SmInvoiced(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE YearLine FROM AmountLine AFTER ADVANCING 1 LINE
       MOVE "CREDIT MEMOS" TO AmountText
       MOVE SmCredits(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE YearLine FROM AmountLine AFTER ADVANCING 1 LINE
       MOVE "TAX PAID" TO AmountText
       MOVE SmTax(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE YearLine FROM AmountLine AFTER ADVANCING 1 LINE
       PERFORM VARYING TaxJurIdx FROM 1 BY 1
           UNTIL TaxJurIdx > TaxJurCount
           IF TjSumIdx(TaxJurIdx) = SumIdx
               MOVE TjJuris(TaxJurIdx) TO PrnTaxJuris
               MOVE TjTax(TaxJurIdx) TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnTaxJurAmt
               WRITE YearLine FROM TaxJurLine AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM
       MOVE "PAYMENTS RECEIVED" TO AmountText
       MOVE SmPayments(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE YearLine FROM AmountLine AFTER ADVANCING 1 LINE
       MOVE "CLOSING BALANCE" TO AmountText
       MOVE SmBalance(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE YearLine FROM AmountLine AFTER ADVANCING 1 LINE
       ADD 1 TO PrintCount.

       ExtractSummary.
       MOVE Email TO MhEmail
       MOVE CurrentCust TO MhIDNum
       MOVE WSYear TO MhYear
       WRITE MailRecord FROM MailHeader
       MOVE WSYear TO PrnYear
       WRITE MailRecord FROM SummaryHeading
       PERFORM SetCompanyLine
       IF PrnCompLine NOT = SPACES
           WRITE MailRecord FROM CompanyLine
       END-IF
       MOVE CustName TO PrnSumName
       MOVE CurrentCust TO PrnSumID
       WRITE MailRecord FROM AddrNameLine
       MOVE "TOTAL INVOICED" TO AmountText
       MOVE SmInvoiced(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE MailRecord FROM AmountLine
       MOVE "CREDIT MEMOS" TO AmountText
       MOVE SmCredits(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE MailRecord FROM AmountLine
       MOVE "TAX PAID" TO AmountText
       MOVE SmTax(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE MailRecord FROM AmountLine
       PERFORM VARYING TaxJurIdx FROM 1 BY 1
           UNTIL TaxJurIdx > TaxJurCount
           IF TjSumIdx(TaxJurIdx) = SumIdx
               MOVE TjJuris(TaxJurIdx) TO PrnTaxJuris
               MOVE TjTax(TaxJurIdx) TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnTaxJurAmt
               WRITE MailRecord FROM TaxJurLine
           END-IF
       END-PERFORM
       MOVE "PAYMENTS RECEIVED" TO AmountText
       MOVE SmPayments(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE MailRecord FROM AmountLine
       MOVE "CLOSING BALANCE" TO AmountText
       MOVE SmBalance(SumIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnAmount
       WRITE MailRecord FROM AmountLine
       WRITE MailRecord FROM MailTrailer
       ADD 1 TO EmailCount.

       SetCompanyLine.
       MOVE SPACES TO PrnCompLine
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           IF CNCode(CompIdx) = SmCompany(SumIdx)
               MOVE CNName(CompIdx) TO PrnCompLine
           END-IF
       END-PERFORM.

       WriteDeliveryLog.
       OPEN INPUT DelivLogFile
       IF WSFileStatus = "35"
           OPEN OUTPUT DelivLogFile
           CLOSE DelivLogFile
       ELSE
           CLOSE DelivLogFile
       END-IF
       OPEN EXTEND DelivLogFile
       MOVE SPACES TO DelivLogRecord
       MOVE CurrentCust TO DlvIDNum
       MOVE WSBusDate TO DlvDate
       MOVE "E" TO DlvChannel
       MOVE "YSUM" TO DlvDocType
       MOVE Email TO DlvEmail
       WRITE DelivLogRecord
       CLOSE DelivLogFile.

       RecordContactTouch.
       MOVE CurrentCust TO ContIDNum
       MOVE "YEARSUM" TO ContTouchType
       MOVE SPACES TO ContDocRef
       STRING "YearStmt" WSYear DELIMITED BY SIZE INTO ContDocRef
       END-STRING
       CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef.
