      *Item sales analysis with prior-year comparison
       IDENTIFICATION DIVISION.
       PROGRAM-ID. itemsales.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemWorkFile ASSIGN TO "ItemSalesWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "ItemSalesSort.tmp".
           SELECT SortedItemFile ASSIGN TO "ItemSalesSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SalesReport ASSIGN TO WSSalesRptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CsvFile ASSIGN TO "ItemSales.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD InvLineFile.
           COPY invline.

       FD ItemFile.
           COPY itemdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ItemWorkFile.
       01 ItemWorkRecord.
           02 WrkItemCode PIC X(6).
           02 WrkMonQty PIC S9(7).
           02 WrkMonVal PIC S9(8)V99.
           02 WrkYtdQty PIC S9(7).
           02 WrkYtdVal PIC S9(8)V99.
           02 WrkPyMonQty PIC S9(7).
           02 WrkPyMonVal PIC S9(8)V99.
           02 WrkPyYtdQty PIC S9(7).
           02 WrkPyYtdVal PIC S9(8)V99.

       SD SortFile.
       01 SortItemRecord.
           02 SrtItemCode PIC X(6).
           02 SrtMonQty PIC S9(7).
           02 SrtMonVal PIC S9(8)V99.
           02 SrtYtdQty PIC S9(7).
           02 SrtYtdVal PIC S9(8)V99.
           02 SrtPyMonQty PIC S9(7).
           02 SrtPyMonVal PIC S9(8)V99.
           02 SrtPyYtdQty PIC S9(7).
           02 SrtPyYtdVal PIC S9(8)V99.

       FD SortedItemFile.
       01 SortedItemRecord.
           02 SortedItemCode PIC X(6).
           02 SortedMonQty PIC S9(7).
           02 SortedMonVal PIC S9(8)V99.
           02 SortedYtdQty PIC S9(7).
           02 SortedYtdVal PIC S9(8)V99.
           02 SortedPyMonQty PIC S9(7).
           02 SortedPyMonVal PIC S9(8)V99.
           02 SortedPyYtdQty PIC S9(7).
           02 SortedPyYtdVal PIC S9(8)V99.

       FD SalesReport.
       01 SalesLine PIC X(110).

       FD CsvFile.
       01 CsvRecord PIC X(200).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSSalesRptName PIC X(40) VALUE "ItemSales.rpt".
       01 WSRptType PIC X(10) VALUE "ITEMSALES".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 RangeFrom PIC X(6) VALUE SPACE.
       01 RangeTo PIC X(6) VALUE SPACE.
       01 RptMonth PIC 9(6) VALUE ZEROS.
       01 RptMonthParts REDEFINES RptMonth.
           02 RptYear PIC 9(4).
           02 RptMon PIC 99.
       01 RptMonthOK PIC X VALUE "N".
           88 ValidRptMonth VALUE "Y".
       01 YearStart PIC 9(6) VALUE ZEROS.
       01 PriorMonth PIC 9(6) VALUE ZEROS.
       01 PriorYearStart PIC 9(6) VALUE ZEROS.
       01 DocPeriod PIC 9(6) VALUE ZEROS.
      *Invoices and credit memos dated from the start of last year
      *to the end of the report month.
       01 DocTable.
           02 DocEntry OCCURS 5000 TIMES.
               03 DTIDNum PIC 9(7).
               03 DTInvNumber PIC 9(6).
               03 DTPeriod PIC 9(6).
               03 DTCreditFlag PIC X.
                   88 DTCreditMemo VALUE "Y".
       01 DocCount PIC 9(4) VALUE ZERO.
       01 DocIdx PIC 9(4) VALUE ZERO.
       01 DocFoundIdx PIC 9(4) VALUE ZERO.
       01 DroppedDocs PIC 9(6) VALUE ZERO.
       01 ItemSalesTable.
           02 ItemSalesEntry OCCURS 500 TIMES.
               03 ISItemCode PIC X(6).
               03 ISMonQty PIC S9(7).
               03 ISMonVal PIC S9(8)V99.
               03 ISYtdQty PIC S9(7).
               03 ISYtdVal PIC S9(8)V99.
               03 ISPyMonQty PIC S9(7).
               03 ISPyMonVal PIC S9(8)V99.
               03 ISPyYtdQty PIC S9(7).
               03 ISPyYtdVal PIC S9(8)V99.
       01 ItemSalesCount PIC 999 VALUE ZERO.
       01 ItemSalesIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 DroppedItems PIC 9(6) VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 500 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 LineQty PIC S9(7) VALUE ZERO.
       01 LineVal PIC S9(8)V99 VALUE ZERO.
       01 TotMonVal PIC S9(10)V99 VALUE ZERO.
       01 TotYtdVal PIC S9(10)V99 VALUE ZERO.
       01 TotPyMonVal PIC S9(10)V99 VALUE ZERO.
       01 TotPyYtdVal PIC S9(10)V99 VALUE ZERO.
       01 ItemRank PIC 9(4) VALUE ZERO.
       01 CurValue PIC S9(10)V99 VALUE ZERO.
       01 PyValue PIC S9(10)V99 VALUE ZERO.
       01 ChangePct PIC S9(6)V9 VALUE ZERO.
       01 ChangePctEd PIC -(5)9.9.
       01 ChangeText PIC X(8) VALUE SPACE.
       01 WSItemDesc PIC X(20) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 CsvPtr PIC 999 VALUE ZERO.
       01 CsvWork PIC X(20) VALUE SPACE.
       01 CsvLead PIC 99 VALUE ZERO.
       01 CsvDescLen PIC 99 VALUE ZERO.
       01 CsvQtyEd PIC -(7)9.
       01 CsvValEd PIC -(9)9.99.
       01 SalesHeading.
           02 FILLER PIC X(34) VALUE
               "ITEM SALES ANALYSIS - MONTH OF    ".
           02 PrnRptMonth PIC 9(6).
           02 FILLER PIC X(18) VALUE "    BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
       01 SalesRangeLine.
           02 FILLER PIC X(12) VALUE "ITEM CODES  ".
           02 PrnRangeFrom PIC X(6).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnRangeTo PIC X(6).
           02 FILLER PIC X(47) VALUE
               "   - NET OF CREDIT MEMOS, RANKED BY MONTH VALUE".
       01 SalesColumnHeads PIC X(101) VALUE
           "Rank Item   Description          Period           Qty  " &
           "         Value  PY Qty       PY Value    Chg%".
       01 SalesDetailLine.
           02 PrnRank PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnItemDesc PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPeriod PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC -(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnValue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPyQty PIC -(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPyValue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnChange PIC X(8).
       01 RunLogJob PIC X(12) VALUE "ITEMSALES".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM AcceptSelection
           IF NOT ValidRptMonth
               DISPLAY "Report month must be YYYYMM - no report"
           ELSE
               OPEN INPUT InvoiceFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "No invoice file - nothing to report"
               ELSE
                   PERFORM LoadOneDocument UNTIL InvEOF
                   CLOSE InvoiceFile
                   PERFORM TallyInvoiceLines
                   PERFORM LoadItemTable
                   PERFORM WriteItemWork
                   SORT SortFile
                       ON DESCENDING KEY SrtMonVal SrtYtdVal
                       ON ASCENDING KEY SrtItemCode
                       USING ItemWorkFile
                       GIVING SortedItemFile
                   CALL 'rptgen' USING WSRptType, WSSalesRptName
                   PERFORM PrintSalesAnalysis
                   DISPLAY "Item sales analysis written to "
                       WSSalesRptName
                   DISPLAY "Spreadsheet copy written to ItemSales.csv"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ItemSalesCount TO RunLogCount
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

      *The same month of last year and the year to date from
      *January are compared with the report month.
       AcceptSelection.
       DISPLAY "From item code (blank for first) : "
           WITH NO ADVANCING
       ACCEPT RangeFrom
       DISPLAY "To item code (blank for last) : " WITH NO ADVANCING
       ACCEPT RangeTo
       DISPLAY "Report month YYYYMM (0 for current) : "
           WITH NO ADVANCING
       ACCEPT RptMonth
       IF RptMonth = ZERO
           MOVE WSBusDate(1:6) TO RptMonth
       END-IF
       MOVE "N" TO RptMonthOK
       IF RptMon >= 1 AND RptMon <= 12 AND RptYear > 1900
           MOVE "Y" TO RptMonthOK
           COMPUTE YearStart = RptYear * 100 + 1
           COMPUTE PriorMonth = RptMonth - 100
           COMPUTE PriorYearStart = YearStart - 100
       END-IF.

       LoadOneDocument.
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               MOVE InvDate(1:6) TO DocPeriod
               IF (InvoiceDoc OR CreditMemoDoc) AND NOT InvVoided
                   AND DocPeriod NOT < PriorYearStart
                   AND DocPeriod NOT > RptMonth
                   IF DocCount < 5000
                       ADD 1 TO DocCount
                       MOVE InvIDNum TO DTIDNum(DocCount)
                       MOVE InvNumber TO DTInvNumber(DocCount)
                       MOVE DocPeriod TO DTPeriod(DocCount)
                       MOVE "N" TO DTCreditFlag(DocCount)
                       IF CreditMemoDoc
                           MOVE "Y" TO DTCreditFlag(DocCount)
                       END-IF
                   ELSE
                       ADD 1 TO DroppedDocs
                   END-IF
               END-IF
       END-READ.

      *Only item lines count; freight and lines keyed without an
      *item code are not sales of an item.  Credit memo lines for
      *returned goods come off the item's sales.
       TallyInvoiceLines.
       OPEN INPUT InvLineFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LineEOFFlag
           PERFORM TallyOneLine UNTIL LineEOF
           CLOSE InvLineFile
       END-IF.

       TallyOneLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               IF LinItemCode NOT = SPACES AND NOT LinFreightCharge
                   AND LinItemCode NOT < RangeFrom
                   AND (RangeTo = SPACES OR LinItemCode NOT > RangeTo)
                   PERFORM FindLineDocument
                   IF DocFoundIdx > ZERO
                       PERFORM AddLineToItem
                   END-IF
               END-IF
       END-READ.

       FindLineDocument.
       MOVE ZERO TO DocFoundIdx
       PERFORM VARYING DocIdx FROM 1 BY 1
           UNTIL DocIdx > DocCount OR DocFoundIdx > ZERO
           IF DTIDNum(DocIdx) = LinIDNum
               AND DTInvNumber(DocIdx) = LinInvNumber
               MOVE DocIdx TO DocFoundIdx
           END-IF
       END-PERFORM.

       AddLineToItem.
       MOVE ZERO TO ItemFoundIdx
       PERFORM VARYING ItemSalesIdx FROM 1 BY 1
           UNTIL ItemSalesIdx > ItemSalesCount
           IF ISItemCode(ItemSalesIdx) = LinItemCode
               MOVE ItemSalesIdx TO ItemFoundIdx
           END-IF
       END-PERFORM
       IF ItemFoundIdx = ZERO
           IF ItemSalesCount < 500
               ADD 1 TO ItemSalesCount
               MOVE ItemSalesCount TO ItemFoundIdx
               MOVE LinItemCode TO ISItemCode(ItemFoundIdx)
               MOVE ZERO TO ISMonQty(ItemFoundIdx)
               MOVE ZERO TO ISMonVal(ItemFoundIdx)
               MOVE ZERO TO ISYtdQty(ItemFoundIdx)
               MOVE ZERO TO ISYtdVal(ItemFoundIdx)
               MOVE ZERO TO ISPyMonQty(ItemFoundIdx)
               MOVE ZERO TO ISPyMonVal(ItemFoundIdx)
               MOVE ZERO TO ISPyYtdQty(ItemFoundIdx)
               MOVE ZERO TO ISPyYtdVal(ItemFoundIdx)
           ELSE
               ADD 1 TO DroppedItems
           END-IF
       END-IF
       IF ItemFoundIdx > ZERO
           MOVE LinQty TO LineQty
           MOVE LinAmount TO LineVal
           IF DTCreditMemo(DocFoundIdx)
               COMPUTE LineQty = ZERO - LinQty
               COMPUTE LineVal = ZERO - LinAmount
           END-IF
           MOVE DTPeriod(DocFoundIdx) TO DocPeriod
           IF DocPeriod NOT < YearStart
               ADD LineQty TO ISYtdQty(ItemFoundIdx)
               ADD LineVal TO ISYtdVal(ItemFoundIdx)
               IF DocPeriod = RptMonth
                   ADD LineQty TO ISMonQty(ItemFoundIdx)
                   ADD LineVal TO ISMonVal(ItemFoundIdx)
               END-IF
           ELSE
           IF DocPeriod NOT > PriorMonth
               ADD LineQty TO ISPyYtdQty(ItemFoundIdx)
               ADD LineVal TO ISPyYtdVal(ItemFoundIdx)
               IF DocPeriod = PriorMonth
                   ADD LineQty TO ISPyMonQty(ItemFoundIdx)
                   ADD LineVal TO ISPyMonVal(ItemFoundIdx)
               END-IF
           END-IF
           END-IF
       END-IF.

       LoadItemTable.
       MOVE ZERO TO ItemCount
       OPEN INPUT ItemFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO ItemCode
           PERFORM LoadOneItem UNTIL ItemEOF
           CLOSE ItemFile
       END-IF.

       LoadOneItem.
       READ ItemFile
           AT END SET ItemEOF TO TRUE
           NOT AT END
               IF ItemCount < 500
                   ADD 1 TO ItemCount
                   MOVE ItemCode TO ITCode(ItemCount)
                   MOVE ItemDesc TO ITDesc(ItemCount)
               END-IF
       END-READ.

       WriteItemWork.
       OPEN OUTPUT ItemWorkFile
       PERFORM VARYING ItemSalesIdx FROM 1 BY 1
           UNTIL ItemSalesIdx > ItemSalesCount
           MOVE ISItemCode(ItemSalesIdx) TO WrkItemCode
           MOVE ISMonQty(ItemSalesIdx) TO WrkMonQty
           MOVE ISMonVal(ItemSalesIdx) TO WrkMonVal
           MOVE ISYtdQty(ItemSalesIdx) TO WrkYtdQty
           MOVE ISYtdVal(ItemSalesIdx) TO WrkYtdVal
           MOVE ISPyMonQty(ItemSalesIdx) TO WrkPyMonQty
           MOVE ISPyMonVal(ItemSalesIdx) TO WrkPyMonVal
           MOVE ISPyYtdQty(ItemSalesIdx) TO WrkPyYtdQty
           MOVE ISPyYtdVal(ItemSalesIdx) TO WrkPyYtdVal
           WRITE ItemWorkRecord
       END-PERFORM
       CLOSE ItemWorkFile.

       PrintSalesAnalysis.
       OPEN INPUT SortedItemFile
       OPEN OUTPUT SalesReport
       OPEN OUTPUT CsvFile
       MOVE RptMonth TO PrnRptMonth
       MOVE WSBusDate TO PrnBusDate
       WRITE SalesLine FROM SalesHeading
       MOVE RangeFrom TO PrnRangeFrom
       IF RangeFrom = SPACES
           MOVE "FIRST" TO PrnRangeFrom
       END-IF
       MOVE RangeTo TO PrnRangeTo
       IF RangeTo = SPACES
           MOVE "LAST" TO PrnRangeTo
       END-IF
       WRITE SalesLine FROM SalesRangeLine AFTER ADVANCING 1 LINE
       WRITE SalesLine FROM SalesColumnHeads AFTER ADVANCING 2 LINES
       MOVE SPACES TO CsvRecord
       STRING "Rank,ItemCode,Description,MonthQty,MonthValue,"
           DELIMITED BY SIZE
           "PYMonthQty,PYMonthValue,MonthChangePct,YTDQty,YTDValue,"
           DELIMITED BY SIZE
           "PYYTDQty,PYYTDValue,YTDChangePct" DELIMITED BY SIZE
           INTO CsvRecord
       END-STRING
       WRITE CsvRecord
       MOVE ZERO TO ItemRank
       MOVE "N" TO SortedEOFFlag
       PERFORM PrintOneItem UNTIL SortedEOF
       PERFORM PrintSalesTotals
       CLOSE SortedItemFile, SalesReport, CsvFile.

       PrintOneItem.
       READ SortedItemFile
           AT END SET SortedEOF TO TRUE
           NOT AT END
               ADD 1 TO ItemRank
               ADD SortedMonVal TO TotMonVal
               ADD SortedYtdVal TO TotYtdVal
               ADD SortedPyMonVal TO TotPyMonVal
               ADD SortedPyYtdVal TO TotPyYtdVal
               MOVE "NOT ON ITEM MASTER" TO WSItemDesc
               PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
                   IF ITCode(ItemIdx) = SortedItemCode
                       MOVE ITDesc(ItemIdx) TO WSItemDesc
                   END-IF
               END-PERFORM
               MOVE SPACES TO SalesDetailLine
               MOVE ItemRank TO PrnRank
               MOVE SortedItemCode TO PrnItemCode
               MOVE WSItemDesc TO PrnItemDesc
               MOVE "MONTH" TO PrnPeriod
               MOVE SortedMonQty TO PrnQty
               MOVE SortedMonVal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnValue
               MOVE SortedPyMonQty TO PrnPyQty
               MOVE SortedPyMonVal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnPyValue
               MOVE SortedMonVal TO CurValue
               MOVE SortedPyMonVal TO PyValue
               PERFORM WorkOutChange
               MOVE ChangeText TO PrnChange
               WRITE SalesLine FROM SalesDetailLine
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO SalesDetailLine
               MOVE "YEAR TO DATE" TO PrnPeriod
               MOVE SortedYtdQty TO PrnQty
               MOVE SortedYtdVal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnValue
               MOVE SortedPyYtdQty TO PrnPyQty
               MOVE SortedPyYtdVal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnPyValue
               MOVE SortedYtdVal TO CurValue
               MOVE SortedPyYtdVal TO PyValue
               PERFORM WorkOutChange
               MOVE ChangeText TO PrnChange
               WRITE SalesLine FROM SalesDetailLine
                   AFTER ADVANCING 1 LINE
               PERFORM WriteOneCsvLine
       END-READ.

      *The change is only meaningful against a positive figure for
      *last year; an item with no sales last year shows NEW.
       WorkOutChange.
       MOVE SPACES TO ChangeText
       IF PyValue > ZERO
           COMPUTE ChangePct ROUNDED =
               (CurValue - PyValue) * 100 / PyValue
               ON SIZE ERROR
                   MOVE "  ******" TO ChangeText
               NOT ON SIZE ERROR
                   MOVE ChangePct TO ChangePctEd
                   MOVE ChangePctEd TO ChangeText
           END-COMPUTE
       ELSE
           IF PyValue = ZERO AND CurValue NOT = ZERO
               MOVE "     NEW" TO ChangeText
           END-IF
       END-IF.

       PrintSalesTotals.
       MOVE SPACES TO SalesDetailLine
       MOVE "ALL ITEMS" TO PrnItemDesc
       MOVE "MONTH" TO PrnPeriod
       MOVE TotMonVal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnValue
       MOVE TotPyMonVal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnPyValue
       MOVE TotMonVal TO CurValue
       MOVE TotPyMonVal TO PyValue
       PERFORM WorkOutChange
       MOVE ChangeText TO PrnChange
       WRITE SalesLine FROM SalesDetailLine AFTER ADVANCING 3 LINES
       MOVE SPACES TO SalesDetailLine
       MOVE "YEAR TO DATE" TO PrnPeriod
       MOVE TotYtdVal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnValue
       MOVE TotPyYtdVal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnPyValue
       MOVE TotYtdVal TO CurValue
       MOVE TotPyYtdVal TO PyValue
       PERFORM WorkOutChange
       MOVE ChangeText TO PrnChange
       WRITE SalesLine FROM SalesDetailLine AFTER ADVANCING 1 LINE
       IF DroppedDocs > ZERO OR DroppedItems > ZERO
           MOVE SPACES TO SalesLine
           STRING "DOCUMENTS OR ITEMS BEYOND TABLE CAPACITY - "
               DELIMITED BY SIZE
               "TOTALS INCOMPLETE" DELIMITED BY SIZE
               INTO SalesLine
           END-STRING
           WRITE SalesLine AFTER ADVANCING 2 LINES
       END-IF.

      *One row per item for the spreadsheet; the description is
      *quoted and figures carry no currency editing.
       WriteOneCsvLine.
       MOVE SPACES TO CsvRecord
       MOVE 1 TO CsvPtr
       MOVE ItemRank TO CsvQtyEd
       MOVE CsvQtyEd TO CsvWork
       PERFORM AppendCsvWork
       STRING "," DELIMITED BY SIZE
           SortedItemCode DELIMITED BY SPACE
           ",""" DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       INSPECT WSItemDesc REPLACING ALL """" BY "'"
       MOVE 20 TO CsvDescLen
       PERFORM UNTIL CsvDescLen = ZERO
           OR WSItemDesc(CsvDescLen:1) NOT = SPACE
           SUBTRACT 1 FROM CsvDescLen
       END-PERFORM
       IF CsvDescLen > ZERO
           STRING WSItemDesc(1:CsvDescLen) DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       STRING """" DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       MOVE SortedMonQty TO CsvQtyEd
       MOVE CsvQtyEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedMonVal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedPyMonQty TO CsvQtyEd
       MOVE CsvQtyEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedPyMonVal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedMonVal TO CurValue
       MOVE SortedPyMonVal TO PyValue
       PERFORM AppendCsvChange
       MOVE SortedYtdQty TO CsvQtyEd
       MOVE CsvQtyEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedYtdVal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedPyYtdQty TO CsvQtyEd
       MOVE CsvQtyEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedPyYtdVal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedYtdVal TO CurValue
       MOVE SortedPyYtdVal TO PyValue
       PERFORM AppendCsvChange
       WRITE CsvRecord.

       AppendCsvChange.
       PERFORM WorkOutChange
       MOVE ChangeText TO CsvWork
       PERFORM AppendCsvField.

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
