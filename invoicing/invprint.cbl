      *Invoice document print
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invprint.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLineStatus.
           SELECT RemitToFile ASSIGN TO "RemitTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PrefFile ASSIGN TO "DelivPref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvDocFile ASSIGN TO WSInvDocName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD CustomerFile.
           COPY custdata.

       FD InvLineFile.
           COPY invline.

       FD TaxCompFile.
       01 TaxCompRecord.
           02 TcJurisdiction PIC X(2).
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

       FD RemitToFile.
       01 RemitToRecord PIC X(40).

       FD CompanyFile.
           COPY compdata.

       FD PrefFile.
       01 PrefRecord.
           02 PrfIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PrfChannel PIC X.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD InvDocFile.
       01 InvDocLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSLineStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSInvDocName PIC X(40) VALUE "Invoice.rpt".
       01 WSRptType PIC X(10) VALUE "INVOICE".
       01 RunMode PIC X VALUE "N".
           88 ReprintMode VALUE "R" "r".
       01 WantedInvNum PIC 9(6) VALUE ZEROS.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 TaxEOFFlag PIC X VALUE "N".
           88 TaxEOF VALUE "Y".
       01 RemitEOFFlag PIC X VALUE "N".
           88 RemitEOF VALUE "Y".
       01 DocOpenFlag PIC X VALUE "N".
           88 DocFileOpen VALUE "Y".
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerFound VALUE "Y".
       01 RemitTable.
           02 RemitEntry PIC X(40) OCCURS 4 TIMES.
       01 RemitCount PIC 9 VALUE ZERO.
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CompRemitTable.
           02 CompRemitEntry OCCURS 20 TIMES.
               03 CRCode PIC X(2).
               03 CRLine PIC X(40) OCCURS 4 TIMES.
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 RemitIdx PIC 9 VALUE ZERO.
       01 DocCompany PIC X(2) VALUE SPACE.
       01 DocRemitTable.
           02 DocRemitEntry PIC X(40) OCCURS 4 TIMES.
       01 DocRemitCount PIC 9 VALUE ZERO.
       01 TaxCompTable.
           02 TaxCompEntry OCCURS 20 TIMES.
               03 TCTJuris PIC X(2).
               03 TCTComponent PIC X(8).
               03 TCTTaxable PIC 9(8)V99.
               03 TCTTax PIC 9(8)V99.
       01 TaxCompCount PIC 99 VALUE ZERO.
       01 PrefEOFFlag PIC X VALUE "N".
           88 PrefEOF VALUE "Y".
       01 EInvCustTable.
           02 ECCustID PIC 9(7) OCCURS 500 TIMES.
       01 EInvCustCount PIC 9(3) VALUE ZERO.
       01 EInvCustIdx PIC 9(3) VALUE ZERO.
       01 EInvFlag PIC X VALUE "N".
           88 EInvCustomer VALUE "Y".
       01 TaxCompIdx PIC 99 VALUE ZERO.
       01 TaxFoundIdx PIC 99 VALUE ZERO.
       01 TaxTotal PIC 9(8)V99 VALUE ZERO.
       01 LinesPrinted PIC 9(3) VALUE ZERO.
       01 PrintedCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSHomeCurrency PIC X(3) VALUE "USD".
       01 DocTitleLine.
           02 DocTitle PIC X(40) VALUE "INVOICE".
           02 FILLER PIC X(14) VALUE "Invoice no  : ".
           02 PrnInvNumber PIC 9(6).
       01 DocDateLine.
           02 FILLER PIC X(40) VALUE SPACE.
           02 DocDateText PIC X(14).
           02 PrnDocDate PIC 9(8).
       01 DocTermsLine.
           02 FILLER PIC X(40) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "Terms       : ".
           02 PrnTermsCode PIC X(4).
       01 DocPOLine.
           02 FILLER PIC X(40) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "Your PO no  : ".
           02 PrnPONumber PIC X(15).
       01 DocAddrHeads PIC X(80) VALUE
           "Bill to:                                Remit to:".
       01 DocAddrLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBillTo PIC X(38).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRemitTo PIC X(38).
       01 DocCityText.
           02 PrnCity PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPostCode PIC X(9).
       01 DocCustLine.
           02 FILLER PIC X(14) VALUE "Customer ID : ".
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(15) VALUE "    Currency : ".
           02 PrnCurrency PIC X(3).
       01 DocLineHeads.
           02 FILLER PIC X(46) VALUE
               "Seq  Item    Description           Qty  Unit ".
           02 FILLER PIC X(24) VALUE
               "price            Amount".
       01 DocDetailLine.
           02 PrnLinSeq PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnitPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnLinAmount PIC $$,$$$,$$9.99CR.
       01 DocTotalLine.
           02 FILLER PIC X(37) VALUE SPACE.
           02 DocTotalText PIC X(21).
           02 PrnDocTotal PIC $$,$$$,$$9.99CR.
       01 DocTaxHeads.
           02 FILLER PIC X(25) VALUE "Tax breakdown - amounts i".
           02 FILLER PIC X(2) VALUE "n ".
           02 PrnTaxCurrency PIC X(3).
       01 DocTaxLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTaxJuris PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTaxComp PIC X(8).
           02 FILLER PIC X(10) VALUE " on sales ".
           02 PrnTaxable PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnTaxAmt PIC $$,$$$,$$9.99CR.
       01 DocNoTaxLine PIC X(40) VALUE
           "  No tax charged on this invoice".
       01 DocPageSepLine PIC X(80) VALUE ALL "=".
       01 RunLogJob PIC X(12) VALUE "INVPRINT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           DISPLAY "(N)ightly print or (R)eprint an invoice : "
               WITH NO ADVANCING
           ACCEPT RunMode
           IF ReprintMode
               DISPLAY "Invoice number : " WITH NO ADVANCING
               ACCEPT WantedInvNum
           END-IF
           PERFORM ReadBusinessDate
           PERFORM LoadRemitToTable
           PERFORM LoadCompanyRemitTo
           IF NOT ReprintMode
               PERFORM LoadEInvCustomers
           END-IF
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing to print"
           ELSE
               OPEN INPUT CustomerFile
               MOVE ZEROS TO InvKey
               START InvoiceFile KEY NOT < InvKey
                   INVALID KEY MOVE "Y" TO InvEOFFlag
               END-START
               PERFORM SelectOneInvoice UNTIL InvEOF
               CLOSE InvoiceFile, CustomerFile
               IF DocFileOpen
                   CLOSE InvDocFile
                   DISPLAY PrintedCount " invoice(s) written to "
                       WSInvDocName
               ELSE
                   IF ReprintMode
                       DISPLAY "Invoice " WantedInvNum " not found"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "No new invoices for " WSBusDate
                   END-IF
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE PrintedCount TO RunLogCount
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

      *Up to four lines of remit-to address; without RemitTo.dat
      *the document just directs payment to accounts receivable.
       LoadRemitToTable.
       MOVE ZERO TO RemitCount
       MOVE SPACES TO RemitTable
       OPEN INPUT RemitToFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RemitEOFFlag
           PERFORM LoadOneRemitTo UNTIL RemitEOF
           CLOSE RemitToFile
       END-IF
       IF RemitCount = ZERO
           MOVE 1 TO RemitCount
           MOVE "ACCOUNTS RECEIVABLE" TO RemitEntry(1)
       END-IF.

       LoadOneRemitTo.
       READ RemitToFile
           AT END SET RemitEOF TO TRUE
           NOT AT END
               IF RemitCount < 4
                   ADD 1 TO RemitCount
                   MOVE RemitToRecord TO RemitEntry(RemitCount)
               END-IF
       END-READ.

      *A company with a remit-to address on its master record has its
      *invoices paid there; otherwise RemitTo.dat applies.
       LoadCompanyRemitTo.
       MOVE ZERO TO CompCount
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM LoadOneCompany UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       LoadOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CompCount < 20 AND CoRemitLine(1) NOT = SPACES
                   ADD 1 TO CompCount
                   MOVE CoCode TO CRCode(CompCount)
                   PERFORM VARYING RemitIdx FROM 1 BY 1
                       UNTIL RemitIdx > 4
                       MOVE CoRemitLine(RemitIdx)
                           TO CRLine(CompCount, RemitIdx)
                   END-PERFORM
               END-IF
       END-READ.

       SetDocumentRemitTo.
       MOVE RemitTable TO DocRemitTable
       MOVE RemitCount TO DocRemitCount
       MOVE InvCompany TO DocCompany
       IF DocCompany = SPACES
           MOVE "01" TO DocCompany
       END-IF
       PERFORM VARYING CompIdx FROM 1 BY 1 UNTIL CompIdx > CompCount
           IF CRCode(CompIdx) = DocCompany
               MOVE ZERO TO DocRemitCount
               MOVE SPACES TO DocRemitTable
               PERFORM VARYING RemitIdx FROM 1 BY 1
                   UNTIL RemitIdx > 4
                   IF CRLine(CompIdx, RemitIdx) NOT = SPACES
                       ADD 1 TO DocRemitCount
                       MOVE CRLine(CompIdx, RemitIdx)
                           TO DocRemitEntry(DocRemitCount)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

      *Customers taking e-invoices get their new invoices from the
      *e-invoice run instead; a reprint is still printed on request.
       LoadEInvCustomers.
       MOVE ZERO TO EInvCustCount
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
               IF PrfChannel = "I" AND EInvCustCount < 500
                   ADD 1 TO EInvCustCount
                   MOVE PrfIDNum TO ECCustID(EInvCustCount)
               END-IF
       END-READ.

       CheckEInvCustomer.
       MOVE "N" TO EInvFlag
       PERFORM VARYING EInvCustIdx FROM 1 BY 1
           UNTIL EInvCustIdx > EInvCustCount
           IF ECCustID(EInvCustIdx) = InvIDNum
               MOVE "Y" TO EInvFlag
           END-IF
       END-PERFORM.

       SelectOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               IF ReprintMode
                   IF InvNumber = WantedInvNum AND InvoiceDoc
                       PERFORM PrintInvoiceDocument
                   END-IF
               ELSE
                   IF InvDate = WSBusDate AND InvoiceDoc
                       AND NOT InvVoided
                       PERFORM CheckEInvCustomer
                       IF NOT EInvCustomer
                           PERFORM PrintInvoiceDocument
                       END-IF
                   END-IF
               END-IF
       END-READ.

       OpenDocumentFile.
       CALL 'rptgen' USING WSRptType, WSInvDocName
       OPEN OUTPUT InvDocFile
       MOVE "Y" TO DocOpenFlag.

       PrintInvoiceDocument.
       IF NOT DocFileOpen
           PERFORM OpenDocumentFile
       END-IF
       MOVE "N" TO CustOKFlag
       MOVE InvIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO CustOKFlag
       END-READ
       PERFORM SetDocumentRemitTo
       PERFORM PrintDocumentHeading
       PERFORM PrintAddressBlock
       PERFORM PrintLineDetail
       PERFORM PrintTaxBreakdown
       WRITE InvDocLine FROM DocPageSepLine
       ADD 1 TO PrintedCount.

       PrintDocumentHeading.
       IF ReprintMode
           MOVE "INVOICE - COPY" TO DocTitle
       ELSE
           MOVE "INVOICE" TO DocTitle
       END-IF
       IF InvVoided
           MOVE "INVOICE - VOID" TO DocTitle
       END-IF
       MOVE InvNumber TO PrnInvNumber
       WRITE InvDocLine FROM DocTitleLine
       MOVE "Invoice date: " TO DocDateText
       MOVE InvDate TO PrnDocDate
       WRITE InvDocLine FROM DocDateLine
       IF InvDueDate IS NUMERIC AND InvDueDate > ZEROS
           MOVE "Due date    : " TO DocDateText
           MOVE InvDueDate TO PrnDocDate
           WRITE InvDocLine FROM DocDateLine
       END-IF
       IF InvTermsCode NOT = SPACES
           MOVE InvTermsCode TO PrnTermsCode
           WRITE InvDocLine FROM DocTermsLine
       END-IF
       IF InvPONumber NOT = SPACES
           MOVE InvPONumber TO PrnPONumber
           WRITE InvDocLine FROM DocPOLine
       END-IF
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine.

      *Bill-to on the left from the customer's structured address,
      *remit-to on the right.
       PrintAddressBlock.
       WRITE InvDocLine FROM DocAddrHeads
       MOVE SPACES TO PrnBillTo
       IF CustomerFound
           STRING FirstName DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LastName DELIMITED BY "  "
               INTO PrnBillTo
           END-STRING
       ELSE
           MOVE "CUSTOMER NOT ON FILE" TO PrnBillTo
       END-IF
       MOVE DocRemitEntry(1) TO PrnRemitTo
       WRITE InvDocLine FROM DocAddrLine
       MOVE SPACES TO PrnBillTo
       IF CustomerFound
           MOVE AddrStreet TO PrnBillTo
       END-IF
       MOVE DocRemitEntry(2) TO PrnRemitTo
       WRITE InvDocLine FROM DocAddrLine
       MOVE SPACES TO PrnBillTo
       IF CustomerFound
           MOVE AddrCity TO PrnCity
           MOVE AddrState TO PrnState
           MOVE AddrPostCode TO PrnPostCode
           MOVE DocCityText TO PrnBillTo
       END-IF
       MOVE DocRemitEntry(3) TO PrnRemitTo
       WRITE InvDocLine FROM DocAddrLine
       IF DocRemitCount > 3
           MOVE SPACES TO PrnBillTo
           MOVE DocRemitEntry(4) TO PrnRemitTo
           WRITE InvDocLine FROM DocAddrLine
       END-IF
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine
       MOVE InvIDNum TO PrnCustID
       MOVE InvCurrency TO PrnCurrency
       WRITE InvDocLine FROM DocCustLine
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine.

       PrintLineDetail.
       WRITE InvDocLine FROM DocLineHeads
       MOVE ZERO TO LinesPrinted
       OPEN INPUT InvLineFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LineEOFFlag
           PERFORM PrintOneInvLine UNTIL LineEOF
           CLOSE InvLineFile
       END-IF
      *An invoice keyed without lines prints as a single charge.
       IF LinesPrinted = ZERO
           MOVE SPACES TO DocDetailLine
           MOVE 1 TO PrnLinSeq
           MOVE "CHARGES AS INVOICED" TO PrnItemDesc
           MOVE InvAmount TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnLinAmount
           WRITE InvDocLine FROM DocDetailLine
       END-IF
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine
       MOVE "Invoice amount     : " TO DocTotalText
       MOVE InvAmount TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnDocTotal
       WRITE InvDocLine FROM DocTotalLine.

       PrintOneInvLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               IF LinIDNum = InvIDNum AND LinInvNumber = InvNumber
                   MOVE LinSeq TO PrnLinSeq
                   MOVE LinItemCode TO PrnItemCode
                   MOVE LinItemDesc TO PrnItemDesc
                   MOVE LinQty TO PrnQty
                   MOVE LinUnitPrice TO PrnUnitPrice
                   MOVE LinAmount TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned,
                       PrnLinAmount
                   WRITE InvDocLine FROM DocDetailLine
                   ADD 1 TO LinesPrinted
               END-IF
       END-READ.

      *Tax is computed on the home-currency value of each line, so
      *the breakdown is shown in home currency, one line per
      *jurisdiction component.
       PrintTaxBreakdown.
       MOVE ZERO TO TaxCompCount
       MOVE ZERO TO TaxTotal
       OPEN INPUT TaxCompFile
       IF WSLineStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO TaxEOFFlag
           PERFORM CollectOneTaxComp UNTIL TaxEOF
           CLOSE TaxCompFile
       END-IF
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine
       MOVE WSHomeCurrency TO PrnTaxCurrency
       WRITE InvDocLine FROM DocTaxHeads
       IF TaxCompCount = ZERO
           WRITE InvDocLine FROM DocNoTaxLine
       ELSE
           PERFORM VARYING TaxCompIdx FROM 1 BY 1
               UNTIL TaxCompIdx > TaxCompCount
               MOVE TCTJuris(TaxCompIdx) TO PrnTaxJuris
               MOVE TCTComponent(TaxCompIdx) TO PrnTaxComp
               MOVE TCTTaxable(TaxCompIdx) TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnTaxable
               MOVE TCTTax(TaxCompIdx) TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnTaxAmt
               WRITE InvDocLine FROM DocTaxLine
           END-PERFORM
       END-IF
       MOVE SPACES TO InvDocLine
       WRITE InvDocLine
       MOVE "Total tax          : " TO DocTotalText
       MOVE TaxTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnDocTotal
       WRITE InvDocLine FROM DocTotalLine
       IF InvCurrency = WSHomeCurrency
           COMPUTE WSAmtSigned = InvAmount + TaxTotal
           MOVE "TOTAL DUE          : " TO DocTotalText
           CALL 'formatcurrency' USING WSAmtSigned, PrnDocTotal
           WRITE InvDocLine FROM DocTotalLine
       END-IF.

       CollectOneTaxComp.
       READ TaxCompFile
           AT END SET TaxEOF TO TRUE
           NOT AT END
               IF TcIDNum = InvIDNum AND TcInvNumber = InvNumber
                   PERFORM AddToTaxComponent
               END-IF
       END-READ.

       AddToTaxComponent.
       MOVE ZERO TO TaxFoundIdx
       PERFORM VARYING TaxCompIdx FROM 1 BY 1
           UNTIL TaxCompIdx > TaxCompCount
           IF TCTJuris(TaxCompIdx) = TcJurisdiction
               AND TCTComponent(TaxCompIdx) = TcComponent
               MOVE TaxCompIdx TO TaxFoundIdx
           END-IF
       END-PERFORM
       IF TaxFoundIdx = ZERO AND TaxCompCount < 20
           ADD 1 TO TaxCompCount
           MOVE TaxCompCount TO TaxFoundIdx
           MOVE TcJurisdiction TO TCTJuris(TaxFoundIdx)
           MOVE TcComponent TO TCTComponent(TaxFoundIdx)
           MOVE ZERO TO TCTTaxable(TaxFoundIdx)
           MOVE ZERO TO TCTTax(TaxFoundIdx)
       END-IF
       IF TaxFoundIdx > ZERO
           ADD TcPrice TO TCTTaxable(TaxFoundIdx)
           ADD TcTaxAmt TO TCTTax(TaxFoundIdx)
           ADD TcTaxAmt TO TaxTotal
       END-IF.
