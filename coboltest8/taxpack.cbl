      *Tax authority audit support pack
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxpack.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxAuditFile ASSIGN TO "TaxAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxRevFile ASSIGN TO "TaxRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SuspenseFile ASSIGN TO "TaxSusp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT PackReport ASSIGN TO PackRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CsvFile ASSIGN TO PackCsvName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD TaxCompFile.
       01 TaxCompRecord.
           02 TcJurisdiction PIC X(2).
               88 TaxCompEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 TcComponent PIC X(8).
           02 FILLER PIC X.
           02 TcPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcDate PIC 9(8).
           02 FILLER PIC X.
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TcInvNumber PIC 9(6).

       FD TaxRevFile.
       01 TaxRevRecord.
           02 TrvJurisdiction PIC X(2).
               88 TaxRevEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 TrvComponent PIC X(8).
           02 FILLER PIC X.
           02 TrvPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvDate PIC 9(8).
           02 FILLER PIC X.
           02 TrvIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TrvCredNumber PIC 9(6).
           02 FILLER PIC X.
           02 TrvInvNumber PIC 9(6).

       FD ExemptFile.
       01 ExemptRecord.
           02 ExmIDNum PIC 9(7).
           02 FILLER PIC X.
           02 ExmCertNum PIC X(10).
               88 ExemptEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 ExmJuris PIC X(2).
           02 FILLER PIC X.
           02 ExmExpiry PIC 9(8).

       FD SuspenseFile.
       01 SuspRecord.
           02 SuspJuris PIC X(2).
               88 SuspEOF VALUE HIGH-VALUE.
           02 SuspCurrency PIC X(3).
           02 SuspPrice PIC 9(6)V99.
           02 SuspIDNum PIC 9(7).
           02 SuspInvNumber PIC 9(6).
           02 SuspFreight PIC X.

       FD InvoiceFile.
           COPY invdata.

       FD CustomerFile.
           COPY custdata.

       FD PackReport.
       01 PackLine PIC X(100).

       FD CsvFile.
       01 CsvRecord PIC X(200).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 PackRptName PIC X(40) VALUE SPACE.
       01 PackCsvName PIC X(40) VALUE SPACE.
       01 PackJuris PIC X(2) VALUE SPACE.
       01 FromDate PIC 9(8) VALUE ZEROS.
       01 ToDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 InvFileFlag PIC X VALUE "N".
           88 InvoiceFileOpen VALUE "Y".
       01 CustFileFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 TaxedTable.
           02 TaxedEntry OCCURS 500 TIMES.
               03 TxIDNum PIC 9(7).
               03 TxInvNum PIC 9(6).
               03 TxDate PIC 9(8).
               03 TxSales PIC 9(8)V99.
               03 TxTax PIC 9(8)V99.
       01 TaxedCount PIC 9(3) VALUE ZERO.
       01 TaxedIdx PIC 9(3) VALUE ZERO.
       01 TxFoundIdx PIC 9(3) VALUE ZERO.
       01 CompTable.
           02 CompEntry OCCURS 1000 TIMES.
               03 CpTaxedIdx PIC 9(3).
               03 CpName PIC X(8).
               03 CpSales PIC 9(8)V99.
               03 CpTax PIC 9(8)V99.
       01 CompCount PIC 9(4) VALUE ZERO.
       01 CompIdx PIC 9(4) VALUE ZERO.
       01 CpFoundIdx PIC 9(4) VALUE ZERO.
       01 UntaxedTable.
           02 UntaxedEntry OCCURS 500 TIMES.
               03 UxIDNum PIC 9(7).
               03 UxInvNum PIC 9(6).
               03 UxDate PIC 9(8).
               03 UxSales PIC 9(8)V99.
       01 UntaxedCount PIC 9(3) VALUE ZERO.
       01 UntaxedIdx PIC 9(3) VALUE ZERO.
       01 CertTable.
           02 CertEntry OCCURS 200 TIMES.
               03 CeIDNum PIC 9(7).
               03 CeCertNum PIC X(10).
               03 CeJuris PIC X(2).
               03 CeExpiry PIC 9(8).
       01 CertCount PIC 9(3) VALUE ZERO.
       01 CertIdx PIC 9(3) VALUE ZERO.
       01 CeFoundIdx PIC 9(3) VALUE ZERO.
       01 RevTable.
           02 RevEntry OCCURS 500 TIMES.
               03 RvIDNum PIC 9(7).
               03 RvCredNum PIC 9(6).
               03 RvTax PIC 9(8)V99.
       01 RevCount PIC 9(3) VALUE ZERO.
       01 RevIdx PIC 9(3) VALUE ZERO.
       01 RvFoundIdx PIC 9(3) VALUE ZERO.
       01 CreditTable.
           02 CreditEntry OCCURS 500 TIMES.
               03 CrIDNum PIC 9(7).
               03 CrNumber PIC 9(6).
               03 CrRefNumber PIC 9(6).
               03 CrDate PIC 9(8).
               03 CrAmount PIC 9(6)V99.
       01 CreditCount PIC 9(3) VALUE ZERO.
       01 CreditIdx PIC 9(3) VALUE ZERO.
       01 MonthTable.
           02 MonthEntry OCCURS 24 TIMES.
               03 MtMonth PIC 9(6).
               03 MtSales PIC 9(10)V99.
               03 MtTax PIC 9(10)V99.
               03 MtReversed PIC 9(10)V99.
       01 MonthCount PIC 99 VALUE ZERO.
       01 MonthIdx PIC 99 VALUE ZERO.
       01 MtFoundIdx PIC 99 VALUE ZERO.
       01 WantedMonth PIC 9(6) VALUE ZEROS.
       01 DroppedCount PIC 9(6) VALUE ZERO.
       01 SuspCount PIC 9(4) VALUE ZERO.
       01 TotalTaxedSales PIC 9(10)V99 VALUE ZERO.
       01 TotalTax PIC 9(10)V99 VALUE ZERO.
       01 TotalUntaxed PIC 9(10)V99 VALUE ZERO.
       01 TotalReversed PIC 9(10)V99 VALUE ZERO.
       01 PeriodSales PIC 9(10)V99 VALUE ZERO.
       01 PeriodTax PIC 9(10)V99 VALUE ZERO.
       01 TieDiff PIC S9(10)V99 VALUE ZERO.
       01 TieDiffEd PIC -(9)9.99.
       01 CredTaxWork PIC 9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 CustNameWork PIC X(28) VALUE SPACE.
       01 InvAmountWork PIC 9(6)V99 VALUE ZERO.
       01 InvNoteWork PIC X(12) VALUE SPACE.
       01 CsvPtr PIC 999 VALUE ZERO.
       01 CsvWork PIC X(20) VALUE SPACE.
       01 CsvLead PIC 99 VALUE ZERO.
       01 CsvNameLen PIC 99 VALUE ZERO.
       01 CsvValEd PIC -(9)9.99.
       01 CsvType PIC X(10) VALUE SPACE.
       01 CsvDate PIC 9(8) VALUE ZEROS.
       01 CsvIDNum PIC 9(7) VALUE ZEROS.
       01 CsvDocument PIC 9(6) VALUE ZEROS.
       01 CsvReference PIC X(12) VALUE SPACE.
       01 CsvComponent PIC X(8) VALUE SPACE.
       01 CsvSale PIC S9(10)V99 VALUE ZERO.
       01 CsvInvAmt PIC S9(10)V99 VALUE ZERO.
       01 CsvTax PIC S9(10)V99 VALUE ZERO.
       01 CsvCertNum PIC X(10) VALUE SPACE.
       01 CsvExpiry PIC 9(8) VALUE ZEROS.
       01 PackHeading.
           02 FILLER PIC X(38) VALUE
               "TAX AUDIT SUPPORT PACK - JURISDICTION ".
           02 PrnPackJuris PIC X(2).
           02 FILLER PIC X(10) VALUE " - PERIOD ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnToDate PIC 9(8).
       01 TaxedHeading PIC X(40) VALUE "TAXED INVOICES".
       01 TaxedHeads PIC X(98) VALUE "Date      Customer Name    " &
           "              Invoice   Invoice.dat     Taxable sale" &
           "      Tax charged".
       01 TaxedDetailLine.
           02 PrnTxDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxInvAmt PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTxTax PIC $$,$$$,$$9.99CR.
       01 TaxedNoteLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnTxNote PIC X(60).
       01 CompDetailLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "component ".
           02 PrnCpName PIC X(8).
           02 FILLER PIC X(36) VALUE SPACE.
           02 PrnCpSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCpTax PIC $$,$$$,$$9.99CR.
       01 CreditDetailLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "credit memo ".
           02 PrnCrNumber PIC 9(6).
           02 FILLER PIC X(4) VALUE " of ".
           02 PrnCrDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCrAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "tax reversed".
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCrTax PIC $$,$$$,$$9.99CR.
       01 TaxedTotalLine.
           02 FILLER PIC X(47) VALUE "TAXED INVOICE TOTAL".
           02 FILLER PIC X(19) VALUE SPACE.
           02 PrnTotTaxedSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotTax PIC $$,$$$,$$9.99CR.
       01 UntaxedHeading PIC X(60) VALUE
           "EXEMPT AND UNTAXED SALES".
       01 UntaxedHeads PIC X(98) VALUE "Date      Customer Name  " &
           "                Invoice   Sale amount    Certificate" &
           "  Expires".
       01 UntaxedDetailLine.
           02 PrnUxDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUxIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUxName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUxInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUxSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUxCert PIC X(10).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnUxExpiry PIC X(8).
       01 UntaxedTotalLine.
           02 FILLER PIC X(49) VALUE "EXEMPT AND UNTAXED SALES TOTAL".
           02 PrnTotUntaxed PIC $$,$$$,$$9.99CR.
       01 SuspHeading PIC X(70) VALUE
           "ITEMS HELD IN TAX SUSPENSE - ALL OUTSTANDING FOR THE " &
           "JURISDICTION".
       01 SuspHeads PIC X(70) VALUE "Customer  Invoice  Currency  " &
           "   Amount  Freight".
       01 SuspDetailLine.
           02 PrnSpIDNum PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSpInvNum PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSpCurrency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSpPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSpFreight PIC X.
       01 SuspTotalLine.
           02 FILLER PIC X(24) VALUE "ITEMS IN SUSPENSE : ".
           02 PrnSpCount PIC ZZZ9.
       01 TieHeading PIC X(70) VALUE
           "TOTALS BY MONTH - AS THE REMITTANCE REPORT STATES THEM".
       01 TieHeads PIC X(80) VALUE "Month          Sales       Tax " &
           "collected     Tax reversed      Net tax due".
       01 TieDetailLine.
           02 PrnMtMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMtSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMtTax PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMtReversed PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMtNet PIC $$,$$$,$$9.99CR.
       01 TieCheckLine.
           02 PrnTieLabel PIC X(46).
           02 PrnTieAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieResult PIC X(20).

       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "Jurisdiction : " WITH NO ADVANCING
           ACCEPT PackJuris
           DISPLAY "Period from YYYYMMDD (0 = month to date) : "
               WITH NO ADVANCING
           ACCEPT FromDate
           IF FromDate = ZEROS
               MOVE WSToday TO FromDate
               MOVE 01 TO FromDate(7:2)
               MOVE WSToday TO ToDate
           ELSE
               DISPLAY "Period to YYYYMMDD : " WITH NO ADVANCING
               ACCEPT ToDate
           END-IF
           IF PackJuris = SPACES
               DISPLAY "No jurisdiction given"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF ToDate = ZEROS OR ToDate < FromDate
               DISPLAY "Invalid period"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GatherTaxAudit
               PERFORM GatherComponents
               PERFORM GatherReversals
               PERFORM LoadCertTable
               PERFORM OpenMasterFiles
               PERFORM LoadCreditTable
               PERFORM ProducePack
               PERFORM CloseMasterFiles
               DISPLAY "Audit pack written to " PackRptName
               DISPLAY "Delimited copy written to " PackCsvName
           END-IF
           END-IF
           STOP RUN.

      *Every audit record for the jurisdiction in the period: those
      *that carried tax are gathered by invoice, those that carried
      *none (exempt customers, untaxed freight) are kept line by line.
      *Months are totalled the same way the remittance report totals
      *its period, so the pack ties back to it month by month.
       GatherTaxAudit.
       OPEN INPUT TaxAuditFile
       IF WSFileStatus = "35"
           DISPLAY "No tax audit log on file"
       ELSE
           MOVE SPACES TO AudJurisdiction
           PERFORM GatherOneAudit UNTIL TaxAuditEOF
           CLOSE TaxAuditFile
       END-IF.

       GatherOneAudit.
       READ TaxAuditFile
           AT END SET TaxAuditEOF TO TRUE
           NOT AT END
               IF AudJurisdiction = PackJuris
                   AND AudDate NOT < FromDate AND AudDate NOT > ToDate
                   MOVE AudDate(1:6) TO WantedMonth
                   PERFORM FindMonth
                   IF MtFoundIdx > ZERO
                       ADD AudPrice TO MtSales(MtFoundIdx)
                       ADD AudTaxAmt TO MtTax(MtFoundIdx)
                   END-IF
                   ADD AudPrice TO PeriodSales
                   ADD AudTaxAmt TO PeriodTax
                   IF AudTaxAmt > ZERO
                       PERFORM NoteTaxedInvoice
                   ELSE
                       PERFORM NoteUntaxedSale
                   END-IF
               END-IF
       END-READ.

       NoteTaxedInvoice.
       MOVE ZERO TO TxFoundIdx
       PERFORM VARYING TaxedIdx FROM 1 BY 1
           UNTIL TaxedIdx > TaxedCount
           IF TxIDNum(TaxedIdx) = AudIDNum
               AND TxInvNum(TaxedIdx) = AudInvNum
               MOVE TaxedIdx TO TxFoundIdx
           END-IF
       END-PERFORM
       IF TxFoundIdx = ZERO AND TaxedCount < 500
           ADD 1 TO TaxedCount
           MOVE TaxedCount TO TxFoundIdx
           MOVE AudIDNum TO TxIDNum(TxFoundIdx)
           MOVE AudInvNum TO TxInvNum(TxFoundIdx)
           MOVE AudDate TO TxDate(TxFoundIdx)
           MOVE ZERO TO TxSales(TxFoundIdx)
           MOVE ZERO TO TxTax(TxFoundIdx)
       END-IF
       IF TxFoundIdx = ZERO
           ADD 1 TO DroppedCount
       ELSE
           ADD AudPrice TO TxSales(TxFoundIdx)
           ADD AudTaxAmt TO TxTax(TxFoundIdx)
           ADD AudPrice TO TotalTaxedSales
           ADD AudTaxAmt TO TotalTax
       END-IF.

       NoteUntaxedSale.
       IF UntaxedCount < 500
           ADD 1 TO UntaxedCount
           MOVE AudIDNum TO UxIDNum(UntaxedCount)
           MOVE AudInvNum TO UxInvNum(UntaxedCount)
           MOVE AudDate TO UxDate(UntaxedCount)
           MOVE AudPrice TO UxSales(UntaxedCount)
           ADD AudPrice TO TotalUntaxed
       ELSE
           ADD 1 TO DroppedCount
       END-IF.

       FindMonth.
       MOVE ZERO TO MtFoundIdx
       PERFORM VARYING MonthIdx FROM 1 BY 1
           UNTIL MonthIdx > MonthCount
           IF MtMonth(MonthIdx) = WantedMonth
               MOVE MonthIdx TO MtFoundIdx
           END-IF
       END-PERFORM
       IF MtFoundIdx = ZERO AND MonthCount < 24
           ADD 1 TO MonthCount
           MOVE MonthCount TO MtFoundIdx
           MOVE WantedMonth TO MtMonth(MtFoundIdx)
           MOVE ZERO TO MtSales(MtFoundIdx)
           MOVE ZERO TO MtTax(MtFoundIdx)
           MOVE ZERO TO MtReversed(MtFoundIdx)
       END-IF.

       GatherComponents.
       OPEN INPUT TaxCompFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TcJurisdiction
           PERFORM GatherOneComponent UNTIL TaxCompEOF
           CLOSE TaxCompFile
       END-IF.

       GatherOneComponent.
       READ TaxCompFile
           AT END SET TaxCompEOF TO TRUE
           NOT AT END
               IF TcJurisdiction = PackJuris
                   AND TcDate NOT < FromDate AND TcDate NOT > ToDate
                   AND TcTaxAmt > ZERO
                   PERFORM NoteComponent
               END-IF
       END-READ.

       NoteComponent.
       MOVE ZERO TO TxFoundIdx
       PERFORM VARYING TaxedIdx FROM 1 BY 1
           UNTIL TaxedIdx > TaxedCount
           IF TxIDNum(TaxedIdx) = TcIDNum
               AND TxInvNum(TaxedIdx) = TcInvNumber
               MOVE TaxedIdx TO TxFoundIdx
           END-IF
       END-PERFORM
       MOVE ZERO TO CpFoundIdx
       IF TxFoundIdx > ZERO
           PERFORM VARYING CompIdx FROM 1 BY 1
               UNTIL CompIdx > CompCount
               IF CpTaxedIdx(CompIdx) = TxFoundIdx
                   AND CpName(CompIdx) = TcComponent
                   MOVE CompIdx TO CpFoundIdx
               END-IF
           END-PERFORM
           IF CpFoundIdx = ZERO AND CompCount < 1000
               ADD 1 TO CompCount
               MOVE CompCount TO CpFoundIdx
               MOVE TxFoundIdx TO CpTaxedIdx(CpFoundIdx)
               MOVE TcComponent TO CpName(CpFoundIdx)
               MOVE ZERO TO CpSales(CpFoundIdx)
               MOVE ZERO TO CpTax(CpFoundIdx)
           END-IF
       END-IF
       IF CpFoundIdx > ZERO
           ADD TcPrice TO CpSales(CpFoundIdx)
           ADD TcTaxAmt TO CpTax(CpFoundIdx)
       END-IF.

      *Tax handed back on credit memos is kept whatever its date, so
      *that a credit on an invoice of the period shows against it;
      *only reversals dated in the period count towards the months.
       GatherReversals.
       OPEN INPUT TaxRevFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TrvJurisdiction
           PERFORM GatherOneReversal UNTIL TaxRevEOF
           CLOSE TaxRevFile
       END-IF.

       GatherOneReversal.
       READ TaxRevFile
           AT END SET TaxRevEOF TO TRUE
           NOT AT END
               IF TrvJurisdiction = PackJuris
                   PERFORM NoteReversal
               END-IF
       END-READ.

       NoteReversal.
       MOVE ZERO TO RvFoundIdx
       PERFORM VARYING RevIdx FROM 1 BY 1
           UNTIL RevIdx > RevCount
           IF RvIDNum(RevIdx) = TrvIDNum
               AND RvCredNum(RevIdx) = TrvCredNumber
               MOVE RevIdx TO RvFoundIdx
           END-IF
       END-PERFORM
       IF RvFoundIdx = ZERO AND RevCount < 500
           ADD 1 TO RevCount
           MOVE RevCount TO RvFoundIdx
           MOVE TrvIDNum TO RvIDNum(RvFoundIdx)
           MOVE TrvCredNumber TO RvCredNum(RvFoundIdx)
           MOVE ZERO TO RvTax(RvFoundIdx)
       END-IF
       IF RvFoundIdx > ZERO
           ADD TrvTaxAmt TO RvTax(RvFoundIdx)
       END-IF
       IF TrvDate NOT < FromDate AND TrvDate NOT > ToDate
           MOVE TrvDate(1:6) TO WantedMonth
           PERFORM FindMonth
           IF MtFoundIdx > ZERO
               ADD TrvTaxAmt TO MtReversed(MtFoundIdx)
           END-IF
           ADD TrvTaxAmt TO TotalReversed
       END-IF.

       LoadCertTable.
       MOVE ZERO TO CertCount
       OPEN INPUT ExemptFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO ExmCertNum
           PERFORM LoadOneCert UNTIL ExemptEOF
           CLOSE ExemptFile
       END-IF.

       LoadOneCert.
       READ ExemptFile
           AT END SET ExemptEOF TO TRUE
           NOT AT END
               IF CertCount < 200
                   AND (ExmJuris = SPACES OR ExmJuris = PackJuris)
                   ADD 1 TO CertCount
                   MOVE ExmIDNum TO CeIDNum(CertCount)
                   MOVE ExmCertNum TO CeCertNum(CertCount)
                   MOVE ExmJuris TO CeJuris(CertCount)
                   MOVE ExmExpiry TO CeExpiry(CertCount)
               END-IF
       END-READ.

       OpenMasterFiles.
       MOVE "N" TO InvFileFlag
       OPEN INPUT InvoiceFile
       IF WSFileStatus = "00"
           MOVE "Y" TO InvFileFlag
       END-IF
       MOVE "N" TO CustFileFlag
       OPEN INPUT CustomerFile
       IF WSFileStatus = "00"
           MOVE "Y" TO CustFileFlag
       END-IF.

       CloseMasterFiles.
       IF InvoiceFileOpen
           CLOSE InvoiceFile
       END-IF
       IF CustomerFileOpen
           CLOSE CustomerFile
       END-IF.

       LoadCreditTable.
       MOVE ZERO TO CreditCount
       IF InvoiceFileOpen
           MOVE "N" TO CredEOFFlag
           MOVE ZEROS TO InvKey
           START InvoiceFile KEY NOT < InvKey
               INVALID KEY SET CredEOF TO TRUE
           END-START
           PERFORM LoadOneCredit UNTIL CredEOF
       END-IF.

       LoadOneCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET CredEOF TO TRUE
           NOT AT END
               IF CreditMemoDoc AND NOT InvVoided
                   AND CreditCount < 500
                   ADD 1 TO CreditCount
                   MOVE InvIDNum TO CrIDNum(CreditCount)
                   MOVE InvNumber TO CrNumber(CreditCount)
                   MOVE InvRefNumber TO CrRefNumber(CreditCount)
                   MOVE InvDate TO CrDate(CreditCount)
                   MOVE InvAmount TO CrAmount(CreditCount)
               END-IF
       END-READ.

       ProducePack.
       MOVE SPACES TO PackRptName
       STRING "AuditPack." DELIMITED BY SIZE
           PackJuris DELIMITED BY SPACE
           ".rpt" DELIMITED BY SIZE
           INTO PackRptName
       END-STRING
       MOVE SPACES TO PackCsvName
       STRING "AuditPack." DELIMITED BY SIZE
           PackJuris DELIMITED BY SPACE
           ".csv" DELIMITED BY SIZE
           INTO PackCsvName
       END-STRING
       OPEN OUTPUT PackReport
       OPEN OUTPUT CsvFile
       MOVE PackJuris TO PrnPackJuris
       MOVE FromDate TO PrnFromDate
       MOVE ToDate TO PrnToDate
       WRITE PackLine FROM PackHeading
       MOVE SPACES TO CsvRecord
       STRING "Type,Jurisdiction,Date,CustomerID,CustomerName,"
           DELIMITED BY SIZE
           "Document,Reference,Component,SaleAmount,InvoiceAmount,"
           DELIMITED BY SIZE
           "Tax,Certificate,Expiry" DELIMITED BY SIZE
           INTO CsvRecord
       END-STRING
       WRITE CsvRecord
       PERFORM PrintTaxedInvoices
       PERFORM PrintUntaxedSales
       PERFORM PrintSuspense
       PERFORM PrintTieBack
       CLOSE PackReport, CsvFile.

       PrintTaxedInvoices.
       WRITE PackLine FROM TaxedHeading AFTER ADVANCING 3 LINES
       WRITE PackLine FROM TaxedHeads AFTER ADVANCING 1 LINE
       PERFORM VARYING TaxedIdx FROM 1 BY 1
           UNTIL TaxedIdx > TaxedCount
           PERFORM PrintOneTaxedInvoice
       END-PERFORM
       MOVE TotalTaxedSales TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotTaxedSales
       MOVE TotalTax TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotTax
       WRITE PackLine FROM TaxedTotalLine AFTER ADVANCING 2 LINES.

       PrintOneTaxedInvoice.
       MOVE TxIDNum(TaxedIdx) TO IDNum
       PERFORM FindCustomerName
       MOVE TxIDNum(TaxedIdx) TO InvIDNum
       MOVE TxInvNum(TaxedIdx) TO InvNumber
       PERFORM FindInvoiceAmount
       MOVE TxDate(TaxedIdx) TO PrnTxDate
       MOVE TxIDNum(TaxedIdx) TO PrnTxIDNum
       MOVE CustNameWork TO PrnTxName
       MOVE TxInvNum(TaxedIdx) TO PrnTxInvNum
       MOVE InvAmountWork TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTxInvAmt
       MOVE TxSales(TaxedIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTxSales
       MOVE TxTax(TaxedIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTxTax
       WRITE PackLine FROM TaxedDetailLine AFTER ADVANCING 1 LINE
       IF InvNoteWork NOT = SPACES
           MOVE SPACES TO PrnTxNote
           STRING "Invoice.dat : " DELIMITED BY SIZE
               InvNoteWork DELIMITED BY SIZE
               INTO PrnTxNote
           END-STRING
           WRITE PackLine FROM TaxedNoteLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE "INVOICE" TO CsvType
       MOVE TxDate(TaxedIdx) TO CsvDate
       MOVE TxIDNum(TaxedIdx) TO CsvIDNum
       MOVE TxInvNum(TaxedIdx) TO CsvDocument
       MOVE InvNoteWork TO CsvReference
       MOVE SPACES TO CsvComponent
       MOVE TxSales(TaxedIdx) TO CsvSale
       MOVE InvAmountWork TO CsvInvAmt
       MOVE TxTax(TaxedIdx) TO CsvTax
       MOVE SPACES TO CsvCertNum
       MOVE ZEROS TO CsvExpiry
       PERFORM WriteOneCsvLine
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           IF CpTaxedIdx(CompIdx) = TaxedIdx
               PERFORM PrintOneComponent
           END-IF
       END-PERFORM
       PERFORM VARYING CreditIdx FROM 1 BY 1
           UNTIL CreditIdx > CreditCount
           IF CrIDNum(CreditIdx) = TxIDNum(TaxedIdx)
               AND CrRefNumber(CreditIdx) = TxInvNum(TaxedIdx)
               PERFORM PrintOneCredit
           END-IF
       END-PERFORM.

       PrintOneComponent.
       MOVE CpName(CompIdx) TO PrnCpName
       MOVE CpSales(CompIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCpSales
       MOVE CpTax(CompIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCpTax
       WRITE PackLine FROM CompDetailLine AFTER ADVANCING 1 LINE
       MOVE "COMPONENT" TO CsvType
       MOVE SPACES TO CsvReference
       MOVE CpName(CompIdx) TO CsvComponent
       MOVE CpSales(CompIdx) TO CsvSale
       MOVE ZERO TO CsvInvAmt
       MOVE CpTax(CompIdx) TO CsvTax
       PERFORM WriteOneCsvLine.

       PrintOneCredit.
       MOVE ZERO TO CredTaxWork
       PERFORM VARYING RevIdx FROM 1 BY 1
           UNTIL RevIdx > RevCount
           IF RvIDNum(RevIdx) = CrIDNum(CreditIdx)
               AND RvCredNum(RevIdx) = CrNumber(CreditIdx)
               ADD RvTax(RevIdx) TO CredTaxWork
           END-IF
       END-PERFORM
       MOVE CrNumber(CreditIdx) TO PrnCrNumber
       MOVE CrDate(CreditIdx) TO PrnCrDate
       MOVE CrAmount(CreditIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCrAmount
       MOVE CredTaxWork TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCrTax
       WRITE PackLine FROM CreditDetailLine AFTER ADVANCING 1 LINE
       MOVE "CREDIT" TO CsvType
       MOVE CrDate(CreditIdx) TO CsvDate
       MOVE CrNumber(CreditIdx) TO CsvDocument
       MOVE SPACES TO CsvReference
       MOVE TxInvNum(TaxedIdx) TO CsvReference(1:6)
       MOVE SPACES TO CsvComponent
       MOVE ZERO TO CsvSale
       MOVE CrAmount(CreditIdx) TO CsvInvAmt
       MOVE CredTaxWork TO CsvTax
       PERFORM WriteOneCsvLine.

      *The certificate shown is the one in force on the date of the
      *sale - the earliest to expire of those still current then.  A
      *sale with none is untaxed freight or carried no rate.
       PrintUntaxedSales.
       WRITE PackLine FROM UntaxedHeading AFTER ADVANCING 3 LINES
       WRITE PackLine FROM UntaxedHeads AFTER ADVANCING 1 LINE
       PERFORM VARYING UntaxedIdx FROM 1 BY 1
           UNTIL UntaxedIdx > UntaxedCount
           PERFORM PrintOneUntaxedSale
       END-PERFORM
       MOVE TotalUntaxed TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotUntaxed
       WRITE PackLine FROM UntaxedTotalLine AFTER ADVANCING 2 LINES.

       PrintOneUntaxedSale.
       MOVE UxIDNum(UntaxedIdx) TO IDNum
       PERFORM FindCustomerName
       MOVE ZERO TO CeFoundIdx
       PERFORM VARYING CertIdx FROM 1 BY 1
           UNTIL CertIdx > CertCount
           IF CeIDNum(CertIdx) = UxIDNum(UntaxedIdx)
               AND CeExpiry(CertIdx) NOT < UxDate(UntaxedIdx)
               IF CeFoundIdx = ZERO
                   MOVE CertIdx TO CeFoundIdx
               ELSE
                   IF CeExpiry(CertIdx) < CeExpiry(CeFoundIdx)
                       MOVE CertIdx TO CeFoundIdx
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       MOVE UxDate(UntaxedIdx) TO PrnUxDate
       MOVE UxIDNum(UntaxedIdx) TO PrnUxIDNum
       MOVE CustNameWork TO PrnUxName
       MOVE UxInvNum(UntaxedIdx) TO PrnUxInvNum
       MOVE UxSales(UntaxedIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnUxSales
       MOVE SPACES TO CsvReference
       IF CeFoundIdx = ZERO
           MOVE "NONE" TO PrnUxCert
           MOVE SPACES TO PrnUxExpiry
           MOVE SPACES TO CsvCertNum
           MOVE ZEROS TO CsvExpiry
           MOVE "UNTAXED" TO CsvType
       ELSE
           MOVE CeCertNum(CeFoundIdx) TO PrnUxCert
           MOVE CeExpiry(CeFoundIdx) TO PrnUxExpiry
           MOVE CeCertNum(CeFoundIdx) TO CsvCertNum
           MOVE CeExpiry(CeFoundIdx) TO CsvExpiry
           MOVE "EXEMPT" TO CsvType
       END-IF
       WRITE PackLine FROM UntaxedDetailLine AFTER ADVANCING 1 LINE
       MOVE UxDate(UntaxedIdx) TO CsvDate
       MOVE UxIDNum(UntaxedIdx) TO CsvIDNum
       MOVE UxInvNum(UntaxedIdx) TO CsvDocument
       MOVE SPACES TO CsvComponent
       MOVE UxSales(UntaxedIdx) TO CsvSale
       MOVE ZERO TO CsvInvAmt
       MOVE ZERO TO CsvTax
       PERFORM WriteOneCsvLine.

      *Suspended items carry no date: everything waiting in suspense
      *for the jurisdiction is listed, at its price in its currency.
       PrintSuspense.
       WRITE PackLine FROM SuspHeading AFTER ADVANCING 3 LINES
       WRITE PackLine FROM SuspHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO SuspCount
       OPEN INPUT SuspenseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO SuspJuris
           PERFORM PrintOneSuspense UNTIL SuspEOF
           CLOSE SuspenseFile
       END-IF
       MOVE SuspCount TO PrnSpCount
       WRITE PackLine FROM SuspTotalLine AFTER ADVANCING 2 LINES.

       PrintOneSuspense.
       READ SuspenseFile
           AT END SET SuspEOF TO TRUE
           NOT AT END
               IF SuspJuris = PackJuris
                   ADD 1 TO SuspCount
                   MOVE SuspIDNum TO PrnSpIDNum
                   MOVE SuspInvNumber TO PrnSpInvNum
                   MOVE SuspCurrency TO PrnSpCurrency
                   MOVE SuspPrice TO PrnSpPrice
                   MOVE SuspFreight TO PrnSpFreight
                   WRITE PackLine FROM SuspDetailLine
                       AFTER ADVANCING 1 LINE
                   MOVE SuspIDNum TO IDNum
                   PERFORM FindCustomerName
                   MOVE "SUSPENSE" TO CsvType
                   MOVE ZEROS TO CsvDate
                   MOVE SuspIDNum TO CsvIDNum
                   MOVE SuspInvNumber TO CsvDocument
                   MOVE SuspCurrency TO CsvReference
                   MOVE SPACES TO CsvComponent
                   MOVE SuspPrice TO CsvSale
                   MOVE ZERO TO CsvInvAmt
                   MOVE ZERO TO CsvTax
                   MOVE SPACES TO CsvCertNum
                   MOVE ZEROS TO CsvExpiry
                   PERFORM WriteOneCsvLine
               END-IF
       END-READ.

      *Sales, tax collected and tax reversed are taken exactly as the
      *remittance report takes them, a month at a time; the checks
      *show that the invoices listed above account for all of it.
       PrintTieBack.
       WRITE PackLine FROM TieHeading AFTER ADVANCING 3 LINES
       WRITE PackLine FROM TieHeads AFTER ADVANCING 1 LINE
       MOVE SPACES TO CustNameWork
       PERFORM VARYING MonthIdx FROM 1 BY 1
           UNTIL MonthIdx > MonthCount
           MOVE MtMonth(MonthIdx) TO PrnMtMonth
           MOVE MtSales(MonthIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnMtSales
           MOVE MtTax(MonthIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnMtTax
           MOVE MtReversed(MonthIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnMtReversed
           COMPUTE WSAmtSigned =
               MtTax(MonthIdx) - MtReversed(MonthIdx)
           CALL 'formatcurrency' USING WSAmtSigned, PrnMtNet
           WRITE PackLine FROM TieDetailLine AFTER ADVANCING 1 LINE
           MOVE "MONTH" TO CsvType
           MOVE ZEROS TO CsvDate
           MOVE ZEROS TO CsvIDNum
           MOVE ZEROS TO CsvDocument
           MOVE SPACES TO CsvReference
           MOVE MtMonth(MonthIdx) TO CsvReference(1:6)
           MOVE SPACES TO CsvComponent
           MOVE MtSales(MonthIdx) TO CsvSale
           MOVE ZERO TO CsvInvAmt
           MOVE MtTax(MonthIdx) TO CsvTax
           MOVE SPACES TO CsvCertNum
           MOVE ZEROS TO CsvExpiry
           PERFORM WriteOneCsvLine
           MOVE "REVERSED" TO CsvType
           MOVE ZERO TO CsvSale
           MOVE MtReversed(MonthIdx) TO CsvTax
           PERFORM WriteOneCsvLine
       END-PERFORM
       MOVE PeriodSales TO WSAmtSigned
       MOVE "Sales for the period" TO PrnTieLabel
       CALL 'formatcurrency' USING WSAmtSigned, PrnTieAmount
       COMPUTE TieDiff = PeriodSales - TotalTaxedSales - TotalUntaxed
       PERFORM SetTieResult
       WRITE PackLine FROM TieCheckLine AFTER ADVANCING 2 LINES
       MOVE PeriodTax TO WSAmtSigned
       MOVE "Tax collected for the period" TO PrnTieLabel
       CALL 'formatcurrency' USING WSAmtSigned, PrnTieAmount
       COMPUTE TieDiff = PeriodTax - TotalTax
       PERFORM SetTieResult
       WRITE PackLine FROM TieCheckLine AFTER ADVANCING 1 LINE
       MOVE TotalReversed TO WSAmtSigned
       MOVE "Tax reversed on credit memos in the period"
           TO PrnTieLabel
       CALL 'formatcurrency' USING WSAmtSigned, PrnTieAmount
       MOVE SPACES TO PrnTieResult
       WRITE PackLine FROM TieCheckLine AFTER ADVANCING 1 LINE
       COMPUTE WSAmtSigned = PeriodTax - TotalReversed
       MOVE "Net tax due for the period" TO PrnTieLabel
       CALL 'formatcurrency' USING WSAmtSigned, PrnTieAmount
       MOVE SPACES TO PrnTieResult
       WRITE PackLine FROM TieCheckLine AFTER ADVANCING 1 LINE
       IF DroppedCount > ZERO
           MOVE SPACES TO PackLine
           MOVE "DETAIL BEYOND TABLE CAPACITY - PACK INCOMPLETE"
               TO PackLine
           WRITE PackLine AFTER ADVANCING 2 LINES
       END-IF.

      *Sales and tax for the period must be wholly accounted for by
      *the invoices and sales listed in the pack.
       SetTieResult.
       IF TieDiff = ZERO
           MOVE "agrees with detail" TO PrnTieResult
       ELSE
           MOVE TieDiff TO TieDiffEd
           MOVE SPACES TO PrnTieResult
           STRING "DIFFERS" DELIMITED BY SIZE
               TieDiffEd DELIMITED BY SIZE
               INTO PrnTieResult
           END-STRING
       END-IF.

       FindCustomerName.
       MOVE SPACES TO CustNameWork
       IF CustomerFileOpen
           READ CustomerFile
               INVALID KEY
                   MOVE "(not on file)" TO CustNameWork
               NOT INVALID KEY
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SIZE
                       INTO CustNameWork
                   END-STRING
           END-READ
       END-IF.

       FindInvoiceAmount.
       MOVE ZERO TO InvAmountWork
       MOVE SPACES TO InvNoteWork
       IF NOT InvoiceFileOpen
           MOVE "NOT READ" TO InvNoteWork
       ELSE
           READ InvoiceFile
               INVALID KEY
                   MOVE "NOT ON FILE" TO InvNoteWork
               NOT INVALID KEY
                   MOVE InvAmount TO InvAmountWork
                   IF InvVoided
                       MOVE "VOIDED" TO InvNoteWork
                   END-IF
           END-READ
       END-IF.

      *One row per line of the pack for the auditor's own tools; the
      *name is quoted and figures carry no currency editing.
       WriteOneCsvLine.
       MOVE SPACES TO CsvRecord
       MOVE 1 TO CsvPtr
       STRING CsvType DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           PackJuris DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvDate NOT = ZEROS
           STRING CsvDate DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       STRING "," DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvIDNum NOT = ZEROS
           STRING CsvIDNum DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       STRING ",""" DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvIDNum NOT = ZEROS
           INSPECT CustNameWork REPLACING ALL """" BY "'"
           MOVE 28 TO CsvNameLen
           PERFORM UNTIL CsvNameLen = ZERO
               OR CustNameWork(CsvNameLen:1) NOT = SPACE
               SUBTRACT 1 FROM CsvNameLen
           END-PERFORM
           IF CsvNameLen > ZERO
               STRING CustNameWork(1:CsvNameLen) DELIMITED BY SIZE
                   INTO CsvRecord WITH POINTER CsvPtr
               END-STRING
           END-IF
       END-IF
       STRING """," DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvDocument NOT = ZEROS
           STRING CsvDocument DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       STRING "," DELIMITED BY SIZE
           CsvReference DELIMITED BY "  "
           "," DELIMITED BY SIZE
           CsvComponent DELIMITED BY SPACE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       MOVE CsvSale TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE CsvInvAmt TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE CsvTax TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       STRING "," DELIMITED BY SIZE
           CsvCertNum DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvExpiry NOT = ZEROS
           STRING CsvExpiry DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       WRITE CsvRecord.

       AppendCsvField.
       STRING "," DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       PERFORM AppendCsvWork.

       AppendCsvWork.
       MOVE ZERO TO CsvLead
       INSPECT CsvWork TALLYING CsvLead FOR LEADING SPACES
       IF CsvLead < 20
           STRING CsvWork(CsvLead + 1:) DELIMITED BY SPACE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF.
