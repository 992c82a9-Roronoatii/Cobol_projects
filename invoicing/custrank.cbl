      *Customer lifetime value ranking
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrank.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvArchFile ASSIGN TO "InvArch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PayArchFile ASSIGN TO "PayArch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RankWorkFile ASSIGN TO "CustRankWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "CustRankSort.tmp".
           SELECT SortedRankFile ASSIGN TO "CustRankSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RankReport ASSIGN TO WSRankRptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CsvFile ASSIGN TO WSRankCsvName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD InvArchFile.
       01 InvArchRecord.
           02 IvaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 IvaData PIC X(86).
       01 InvArchView REDEFINES InvArchRecord.
           02 FILLER PIC X(9).
           02 IvaIDNum PIC 9(7).
           02 IvaInvNumber PIC 9(6).
           02 IvaInvDate PIC 9(8).
           02 IvaJuris PIC X(2).
           02 IvaCurrency PIC X(3).
           02 IvaAmount PIC 9(6)V99.
           02 IvaStatus PIC X.
           02 IvaDocType PIC X.
           02 FILLER PIC X(50).

       FD PaymentFile.
           COPY paydata.

       FD PayArchFile.
       01 PayArchRecord.
           02 PyaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 PyaData PIC X(45).

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

       FD RankWorkFile.
       01 RankWorkRecord.
           02 WrkGroup PIC X.
           02 WrkNet PIC S9(9)V99.
           02 WrkIDNum PIC 9(7).
           02 WrkName PIC X(20).
           02 WrkFirstDate PIC 9(8).
           02 WrkLastDate PIC 9(8).
           02 WrkInvCount PIC 9(5).
           02 WrkGross PIC S9(9)V99.
           02 WrkTenure PIC 9(4).
           02 WrkAvgOrder PIC S9(9)V99.
           02 WrkAvgDays PIC 9(4).
           02 WrkPaidFlag PIC X.

       SD SortFile.
       01 SortRankRecord.
           02 SrtGroup PIC X.
           02 SrtNet PIC S9(9)V99.
           02 SrtIDNum PIC 9(7).
           02 FILLER PIC X(80).

       FD SortedRankFile.
       01 SortedRankRecord.
           02 SortedGroup PIC X.
               88 SortedActive VALUE "A".
               88 SortedInactive VALUE "I".
           02 SortedNet PIC S9(9)V99.
           02 SortedIDNum PIC 9(7).
           02 SortedName PIC X(20).
           02 SortedFirstDate PIC 9(8).
           02 SortedLastDate PIC 9(8).
           02 SortedInvCount PIC 9(5).
           02 SortedGross PIC S9(9)V99.
           02 SortedTenure PIC 9(4).
           02 SortedAvgOrder PIC S9(9)V99.
           02 SortedAvgDays PIC 9(4).
           02 SortedPaidFlag PIC X.
               88 SortedHasPayments VALUE "Y".

       FD RankReport.
       01 RankLine PIC X(110).

       FD CsvFile.
       01 CsvRecord PIC X(200).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSRankRptName PIC X(40) VALUE "CustRank.rpt".
       01 WSRankCsvName PIC X(40) VALUE "CustRank.csv".
       01 WSRptType PIC X(10) VALUE "CUSTRANK".
       01 WSCsvType PIC X(10) VALUE "RANKCSV".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
      *One entry per customer on file, live or deleted, holding
      *everything billed and paid over the whole of the account's
      *life, the archives included.
       01 RankTable.
           02 RankEntry OCCURS 3000 TIMES.
               03 RKIDNum PIC 9(7).
               03 RKName PIC X(20).
               03 RKInactive PIC X.
               03 RKFirstDate PIC 9(8).
               03 RKLastDate PIC 9(8).
               03 RKInvCount PIC 9(5).
               03 RKGross PIC S9(9)V99.
               03 RKNet PIC S9(9)V99.
               03 RKDaysTotal PIC S9(9).
               03 RKPayCount PIC 9(5).
       01 RankCount PIC 9(4) VALUE ZERO.
       01 RankIdx PIC 9(4) VALUE ZERO.
       01 RankFoundIdx PIC 9(4) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZERO.
       01 InvTable.
           02 InvEntry OCCURS 5000 TIMES.
               03 ITIDNum PIC 9(7).
               03 ITInvNumber PIC 9(6).
               03 ITInvDate PIC 9(8).
       01 InvCount PIC 9(4) VALUE ZERO.
       01 InvIdx PIC 9(4) VALUE ZERO.
       01 InvFoundIdx PIC 9(4) VALUE ZERO.
       01 InvFullFlag PIC X VALUE "N".
           88 InvTableFull VALUE "Y".
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
       01 AtParCount PIC 9(6) VALUE ZERO.
      *A document from Invoice.dat or the archive, brought to one
      *shape before it is counted.
       01 DocWork.
           02 DocIDNum PIC 9(7).
           02 DocInvNumber PIC 9(6).
           02 DocDate PIC 9(8).
           02 DocCurrency PIC X(3).
           02 DocAmount PIC 9(6)V99.
           02 DocStatus PIC X.
               88 DocVoided VALUE "V".
           02 DocType PIC X.
               88 DocInvoice VALUE "I" SPACE.
               88 DocCredit VALUE "C" "W".
       01 HomeAmount PIC S9(8)V99 VALUE ZERO.
       01 PayWork.
           02 PwIDNum PIC 9(7).
           02 PwInvNumber PIC 9(6).
           02 PwDate PIC 9(8).
           02 PwType PIC X.
       01 ActiveRanked PIC 9(4) VALUE ZERO.
       01 InactiveRanked PIC 9(4) VALUE ZERO.
       01 NeverInvoiced PIC 9(4) VALUE ZERO.
       01 DroppedCustomers PIC 9(6) VALUE ZERO.
       01 CustRank PIC 9(4) VALUE ZERO.
       01 CustDecile PIC 99 VALUE ZERO.
       01 DecileTable.
           02 DecileEntry OCCURS 10 TIMES.
               03 DCCount PIC 9(4).
               03 DCNet PIC S9(10)V99.
       01 DecileIdx PIC 99 VALUE ZERO.
       01 ActiveNetTotal PIC S9(10)V99 VALUE ZERO.
       01 InactiveNetTotal PIC S9(10)V99 VALUE ZERO.
       01 SharePct PIC S9(3)V9 VALUE ZERO.
       01 DecileAverage PIC S9(9)V99 VALUE ZERO.
       01 DecileDone PIC X VALUE "N".
           88 DecilesPrinted VALUE "Y".
       01 InactiveHeadDone PIC X VALUE "N".
           88 InactiveHeadPrinted VALUE "Y".
       01 CsvPtr PIC 999 VALUE ZERO.
       01 CsvWork PIC X(20) VALUE SPACE.
       01 CsvLead PIC 99 VALUE ZERO.
       01 CsvNameLen PIC 99 VALUE ZERO.
       01 CsvCountEd PIC -(7)9.
       01 CsvValEd PIC -(9)9.99.
       01 CsvName PIC X(20) VALUE SPACE.
       01 RankHeading.
           02 FILLER PIC X(47) VALUE
               "CUSTOMER LIFETIME VALUE RANKING - BUSINESS DATE".
           02 FILLER PIC X VALUE SPACE.
           02 PrnBusDate PIC 9(8).
       01 RankBasisLine.
           02 FILLER PIC X(45) VALUE
               "NET REVENUE IS INVOICES LESS CREDIT MEMOS AND".
           02 FILLER PIC X(31) VALUE
               " WRITE-OFFS, IN HOME CURRENCY".
       01 RankSectionLine.
           02 PrnSectionText PIC X(60).
       01 RankColumnHeads.
           02 FILLER PIC X(9) VALUE "Rank Dec ".
           02 FILLER PIC X(32) VALUE "Customer Name".
           02 FILLER PIC X(15) VALUE "Net Revenue".
           02 FILLER PIC X(7) VALUE "Tenure".
           02 FILLER PIC X(13) VALUE "Invoices".
           02 FILLER PIC X(10) VALUE "Avg Order".
           02 FILLER PIC X(6) VALUE "Days".
           02 FILLER PIC X(11) VALUE "Last Active".
       01 RankColumnUnits.
           02 FILLER PIC X(55) VALUE SPACE.
           02 FILLER PIC X(28) VALUE "(mths)".
           02 FILLER PIC X(6) VALUE "to Pay".
       01 RankDetailLine.
           02 PrnRank PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDecile PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNet PIC $$$,$$$,$$9.99CR.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnTenure PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnInvCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAvgOrder PIC $$,$$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAvgDays PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLastDate PIC 9(8).
       01 PrnAvgDaysEd PIC ZZZ9.
       01 DecileColumnHeads.
           02 FILLER PIC X(21) VALUE "Decile Customers".
           02 FILLER PIC X(15) VALUE "Net Revenue".
           02 FILLER PIC X(8) VALUE "Share%".
           02 FILLER PIC X(16) VALUE "Avg Per Customer".
       01 DecileLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecNumber PIC Z9.
           02 FILLER PIC X(7) VALUE SPACE.
           02 PrnDecCount PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecNet PIC $$$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDecShare PIC -ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnDecAverage PIC $$$,$$$,$$9.99CR.
       01 RankTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotText PIC X(36).
           02 PrnTotCount PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotNet PIC $$$,$$$,$$9.99CR BLANK WHEN ZERO.
       01 RunLogJob PIC X(12) VALUE "CUSTRANK".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadExchRateTable
           PERFORM LoadCustomers
           IF RankCount = ZERO
               DISPLAY "No customers on file - nothing to rank"
           ELSE
               PERFORM LoadInvoices
               PERFORM LoadArchivedInvoices
               PERFORM ScanPayments
               PERFORM ScanArchivedPayments
               PERFORM WriteRankWork
               SORT SortFile
                   ON ASCENDING KEY SrtGroup
                   ON DESCENDING KEY SrtNet
                   ON ASCENDING KEY SrtIDNum
                   USING RankWorkFile
                   GIVING SortedRankFile
               CALL 'rptgen' USING WSRptType, WSRankRptName
               CALL 'rptgen' USING WSCsvType, WSRankCsvName
               PERFORM PrintRanking
               DISPLAY "Customer ranking written to " WSRankRptName
               DISPLAY "Spreadsheet copy written to " WSRankCsvName
               IF AtParCount > ZERO
                   DISPLAY AtParCount " documents with no exchange "
                       "rate in force taken at par"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ActiveRanked TO RunLogCount
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

      *Each document is valued at the rate in force on its own date.
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
           IF RateCurrency NOT = "USD" AND RateCurrency NOT = SPACES
               ADD 1 TO AtParCount
           END-IF
       END-IF.

       LoadCustomers.
       MOVE ZERO TO RankCount
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
               IF RankCount < 3000
                   ADD 1 TO RankCount
                   MOVE IDNum TO RKIDNum(RankCount)
                   MOVE SPACES TO RKName(RankCount)
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SIZE
                       INTO RKName(RankCount)
                   END-STRING
                   MOVE "N" TO RKInactive(RankCount)
                   IF CEData
                       MOVE "Y" TO RKInactive(RankCount)
                   END-IF
                   MOVE ZEROS TO RKFirstDate(RankCount)
                   MOVE ZEROS TO RKLastDate(RankCount)
                   MOVE ZERO TO RKInvCount(RankCount)
                   MOVE ZERO TO RKGross(RankCount)
                   MOVE ZERO TO RKNet(RankCount)
                   MOVE ZERO TO RKDaysTotal(RankCount)
                   MOVE ZERO TO RKPayCount(RankCount)
               ELSE
                   ADD 1 TO DroppedCustomers
               END-IF
       END-READ.

      *Documents arrive in customer order, so the entry found for
      *the last one is tried first.
       FindRankEntry.
       IF RankFoundIdx > ZERO
           IF RKIDNum(RankFoundIdx) NOT = LookupCustID
               MOVE ZERO TO RankFoundIdx
           END-IF
       END-IF
       IF RankFoundIdx = ZERO
           PERFORM VARYING RankIdx FROM 1 BY 1
               UNTIL RankIdx > RankCount OR RankFoundIdx > ZERO
               IF RKIDNum(RankIdx) = LookupCustID
                   MOVE RankIdx TO RankFoundIdx
               END-IF
           END-PERFORM
       END-IF.

       LoadInvoices.
       MOVE ZERO TO InvCount
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - ranking from the archive only"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM LoadOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       LoadOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               MOVE InvIDNum TO DocIDNum
               MOVE InvNumber TO DocInvNumber
               MOVE InvDate TO DocDate
               MOVE InvCurrency TO DocCurrency
               MOVE InvAmount TO DocAmount
               MOVE InvStatus TO DocStatus
               MOVE InvDocType TO DocType
               PERFORM CountOneDocument
       END-READ.

       LoadArchivedInvoices.
       OPEN INPUT InvArchFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM LoadOneArchivedInvoice UNTIL InvEOF
           CLOSE InvArchFile
       END-IF.

       LoadOneArchivedInvoice.
       READ InvArchFile
           AT END SET InvEOF TO TRUE
           NOT AT END
               MOVE IvaIDNum TO DocIDNum
               MOVE IvaInvNumber TO DocInvNumber
               MOVE IvaInvDate TO DocDate
               MOVE IvaCurrency TO DocCurrency
               MOVE IvaAmount TO DocAmount
               MOVE IvaStatus TO DocStatus
               MOVE IvaDocType TO DocType
               PERFORM CountOneDocument
       END-READ.

      *Invoices add to what the customer was billed and to the net;
      *credit memos and write-offs come off the net.  Any live
      *document is activity on the account.
       CountOneDocument.
       IF NOT DocVoided
           MOVE DocIDNum TO LookupCustID
           PERFORM FindRankEntry
           IF RankFoundIdx > ZERO
               IF DocDate > RKLastDate(RankFoundIdx)
                   MOVE DocDate TO RKLastDate(RankFoundIdx)
               END-IF
               IF DocInvoice OR DocCredit
                   MOVE DocCurrency TO RateCurrency
                   MOVE DocDate TO RateDate
                   PERFORM LookupExchRate
                   COMPUTE HomeAmount ROUNDED = DocAmount * WSExchRate
               END-IF
               IF DocInvoice
                   ADD 1 TO RKInvCount(RankFoundIdx)
                   ADD HomeAmount TO RKGross(RankFoundIdx)
                   ADD HomeAmount TO RKNet(RankFoundIdx)
                   IF RKFirstDate(RankFoundIdx) = ZEROS
                       OR DocDate < RKFirstDate(RankFoundIdx)
                       MOVE DocDate TO RKFirstDate(RankFoundIdx)
                   END-IF
                   PERFORM KeepInvoiceDate
               END-IF
               IF DocCredit
                   SUBTRACT HomeAmount FROM RKNet(RankFoundIdx)
               END-IF
           END-IF
       END-IF.

       KeepInvoiceDate.
       IF InvCount < 5000
           ADD 1 TO InvCount
           MOVE DocIDNum TO ITIDNum(InvCount)
           MOVE DocInvNumber TO ITInvNumber(InvCount)
           MOVE DocDate TO ITInvDate(InvCount)
       ELSE
           IF NOT InvTableFull
               MOVE "Y" TO InvFullFlag
               DISPLAY "More than 5000 invoices - days to pay "
                   "measured on the first 5000"
           END-IF
       END-IF.

      *Every receipt is activity and gives the days from invoice to
      *payment; reversals and direct debits still to be collected
      *are not payments.
       ScanPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM ScanOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       ScanOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE PayIDNum TO PwIDNum
               MOVE PayInvNumber TO PwInvNumber
               MOVE PayDate TO PwDate
               MOVE PayType TO PwType
               PERFORM CountOnePayment
       END-READ.

       ScanArchivedPayments.
       OPEN INPUT PayArchFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM ScanOneArchivedPayment UNTIL PayEOF
           CLOSE PayArchFile
       END-IF.

       ScanOneArchivedPayment.
       READ PayArchFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE PyaData TO PaymentRecord
               MOVE PayIDNum TO PwIDNum
               MOVE PayInvNumber TO PwInvNumber
               MOVE PayDate TO PwDate
               MOVE PayType TO PwType
               PERFORM CountOnePayment
       END-READ.

       CountOnePayment.
       MOVE PwIDNum TO LookupCustID
       PERFORM FindRankEntry
       IF RankFoundIdx > ZERO
           IF PwDate > RKLastDate(RankFoundIdx)
               MOVE PwDate TO RKLastDate(RankFoundIdx)
           END-IF
           IF PwType NOT = "R" AND PwType NOT = "P"
               PERFORM MeasureDaysToPay
           END-IF
       END-IF.

       MeasureDaysToPay.
       MOVE ZERO TO InvFoundIdx
       PERFORM VARYING InvIdx FROM 1 BY 1
           UNTIL InvIdx > InvCount OR InvFoundIdx > ZERO
           IF ITIDNum(InvIdx) = PwIDNum
               AND ITInvNumber(InvIdx) = PwInvNumber
               MOVE InvIdx TO InvFoundIdx
           END-IF
       END-PERFORM
       IF InvFoundIdx > ZERO
           MOVE "D" TO DateFunction
           MOVE PwDate TO DateOne
           MOVE ITInvDate(InvFoundIdx) TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateResult < ZERO
               MOVE ZERO TO DateResult
           END-IF
           ADD DateResult TO RKDaysTotal(RankFoundIdx)
           ADD 1 TO RKPayCount(RankFoundIdx)
       END-IF.

      *Customers never invoiced have no value to rank and are only
      *counted.  Live customers are ranked ahead of deleted ones.
       WriteRankWork.
       OPEN OUTPUT RankWorkFile
       PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankCount
           IF RKInvCount(RankIdx) = ZERO
               IF RKInactive(RankIdx) = "N"
                   ADD 1 TO NeverInvoiced
               END-IF
           ELSE
               PERFORM WriteOneRankWork
           END-IF
       END-PERFORM
       CLOSE RankWorkFile.

       WriteOneRankWork.
       MOVE SPACES TO RankWorkRecord
       IF RKInactive(RankIdx) = "Y"
           MOVE "I" TO WrkGroup
           ADD 1 TO InactiveRanked
       ELSE
           MOVE "A" TO WrkGroup
           ADD 1 TO ActiveRanked
       END-IF
       MOVE RKNet(RankIdx) TO WrkNet
       MOVE RKIDNum(RankIdx) TO WrkIDNum
       MOVE RKName(RankIdx) TO WrkName
       MOVE RKFirstDate(RankIdx) TO WrkFirstDate
       MOVE RKLastDate(RankIdx) TO WrkLastDate
       MOVE RKInvCount(RankIdx) TO WrkInvCount
       MOVE RKGross(RankIdx) TO WrkGross
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE RKFirstDate(RankIdx) TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       IF DateResult < ZERO
           MOVE ZERO TO DateResult
       END-IF
       COMPUTE WrkTenure = DateResult * 12 / 365
       COMPUTE WrkAvgOrder ROUNDED =
           RKGross(RankIdx) / RKInvCount(RankIdx)
       MOVE ZERO TO WrkAvgDays
       MOVE "N" TO WrkPaidFlag
       IF RKPayCount(RankIdx) > ZERO
           COMPUTE WrkAvgDays ROUNDED =
               RKDaysTotal(RankIdx) / RKPayCount(RankIdx)
           MOVE "Y" TO WrkPaidFlag
       END-IF
       WRITE RankWorkRecord.

      *The live customers come first from the sort, best first; the
      *first hundred are listed and every one falls into a tenth of
      *the ranking.  The deciles are printed once the live customers
      *are through, then the deleted customers follow on their own.
       PrintRanking.
       OPEN INPUT SortedRankFile
       OPEN OUTPUT RankReport
       OPEN OUTPUT CsvFile
       MOVE WSBusDate TO PrnBusDate
       WRITE RankLine FROM RankHeading AFTER ADVANCING 1 LINE
       WRITE RankLine FROM RankBasisLine AFTER ADVANCING 1 LINE
       MOVE "TOP 100 CUSTOMERS BY LIFETIME NET REVENUE"
           TO PrnSectionText
       WRITE RankLine FROM RankSectionLine AFTER ADVANCING 2 LINES
       WRITE RankLine FROM RankColumnHeads AFTER ADVANCING 2 LINES
       WRITE RankLine FROM RankColumnUnits AFTER ADVANCING 1 LINE
       MOVE SPACES TO CsvRecord
       STRING "Rank,Decile,Status,CustomerID,Name,NetRevenue,"
           DELIMITED BY SIZE
           "GrossInvoiced,FirstInvoice,TenureMonths,Invoices,"
           DELIMITED BY SIZE
           "AvgOrderValue,AvgDaysToPay,LastActivity"
           DELIMITED BY SIZE
           INTO CsvRecord
       END-STRING
       WRITE CsvRecord
       PERFORM VARYING DecileIdx FROM 1 BY 1 UNTIL DecileIdx > 10
           MOVE ZERO TO DCCount(DecileIdx)
           MOVE ZERO TO DCNet(DecileIdx)
       END-PERFORM
       MOVE ZERO TO CustRank
       MOVE "N" TO SortedEOFFlag
       PERFORM PrintOneCustomer UNTIL SortedEOF
       IF NOT DecilesPrinted
           PERFORM PrintDecileSummary
       END-IF
       PERFORM PrintRankTotals
       CLOSE SortedRankFile, RankReport, CsvFile.

       PrintOneCustomer.
       READ SortedRankFile
           AT END SET SortedEOF TO TRUE
           NOT AT END
               IF SortedInactive AND NOT DecilesPrinted
                   PERFORM PrintDecileSummary
                   MOVE ZERO TO CustRank
               END-IF
               ADD 1 TO CustRank
               IF SortedActive
                   COMPUTE CustDecile =
                       (CustRank - 1) * 10 / ActiveRanked + 1
                   ADD 1 TO DCCount(CustDecile)
                   ADD SortedNet TO DCNet(CustDecile)
                   ADD SortedNet TO ActiveNetTotal
                   IF CustRank NOT > 100
                       PERFORM PrintCustomerLine
                   END-IF
               ELSE
                   MOVE ZERO TO CustDecile
                   ADD SortedNet TO InactiveNetTotal
                   IF NOT InactiveHeadPrinted
                       PERFORM PrintInactiveHeading
                   END-IF
                   PERFORM PrintCustomerLine
               END-IF
               PERFORM WriteOneCsvLine
       END-READ.

       PrintCustomerLine.
       MOVE SPACES TO RankDetailLine
       MOVE CustRank TO PrnRank
       MOVE CustDecile TO PrnDecile
       MOVE SortedIDNum TO PrnCustID
       MOVE SortedName TO PrnCustName
       MOVE SortedNet TO PrnNet
       MOVE SortedTenure TO PrnTenure
       MOVE SortedInvCount TO PrnInvCount
       MOVE SortedAvgOrder TO PrnAvgOrder
       IF SortedHasPayments
           MOVE SortedAvgDays TO PrnAvgDaysEd
           MOVE PrnAvgDaysEd TO PrnAvgDays
       ELSE
           MOVE "   -" TO PrnAvgDays
       END-IF
       MOVE SortedLastDate TO PrnLastDate
       WRITE RankLine FROM RankDetailLine AFTER ADVANCING 1 LINE.

       PrintDecileSummary.
       MOVE "Y" TO DecileDone
       MOVE "LIVE CUSTOMERS BY DECILE - 1 IS THE TOP TENTH"
           TO PrnSectionText
       WRITE RankLine FROM RankSectionLine AFTER ADVANCING 3 LINES
       WRITE RankLine FROM DecileColumnHeads AFTER ADVANCING 2 LINES
       PERFORM VARYING DecileIdx FROM 1 BY 1 UNTIL DecileIdx > 10
           MOVE DecileIdx TO PrnDecNumber
           MOVE DCCount(DecileIdx) TO PrnDecCount
           MOVE DCNet(DecileIdx) TO PrnDecNet
           MOVE ZERO TO SharePct
           IF ActiveNetTotal > ZERO
               COMPUTE SharePct ROUNDED =
                   DCNet(DecileIdx) * 100 / ActiveNetTotal
           END-IF
           MOVE SharePct TO PrnDecShare
           MOVE ZERO TO DecileAverage
           IF DCCount(DecileIdx) > ZERO
               COMPUTE DecileAverage ROUNDED =
                   DCNet(DecileIdx) / DCCount(DecileIdx)
           END-IF
           MOVE DecileAverage TO PrnDecAverage
           WRITE RankLine FROM DecileLine AFTER ADVANCING 1 LINE
       END-PERFORM.

       PrintInactiveHeading.
       MOVE "Y" TO InactiveHeadDone
       MOVE "DELETED CUSTOMERS - RANKED SEPARATELY"
           TO PrnSectionText
       WRITE RankLine FROM RankSectionLine AFTER ADVANCING 3 LINES
       WRITE RankLine FROM RankColumnHeads AFTER ADVANCING 2 LINES
       WRITE RankLine FROM RankColumnUnits AFTER ADVANCING 1 LINE.

       PrintRankTotals.
       MOVE SPACES TO RankLine
       WRITE RankLine AFTER ADVANCING 2 LINES
       MOVE "LIVE CUSTOMERS RANKED" TO PrnTotText
       MOVE ActiveRanked TO PrnTotCount
       MOVE ActiveNetTotal TO PrnTotNet
       WRITE RankLine FROM RankTotalLine AFTER ADVANCING 1 LINE
       MOVE "DELETED CUSTOMERS RANKED" TO PrnTotText
       MOVE InactiveRanked TO PrnTotCount
       MOVE InactiveNetTotal TO PrnTotNet
       WRITE RankLine FROM RankTotalLine AFTER ADVANCING 1 LINE
       MOVE "LIVE CUSTOMERS NEVER INVOICED" TO PrnTotText
       MOVE NeverInvoiced TO PrnTotCount
       MOVE ZERO TO PrnTotNet
       WRITE RankLine FROM RankTotalLine AFTER ADVANCING 1 LINE
       IF DroppedCustomers > ZERO OR InvTableFull
           MOVE SPACES TO RankLine
           STRING "CUSTOMERS OR INVOICES BEYOND TABLE CAPACITY - "
               DELIMITED BY SIZE
               "FIGURES INCOMPLETE" DELIMITED BY SIZE
               INTO RankLine
           END-STRING
           WRITE RankLine AFTER ADVANCING 2 LINES
       END-IF.

      *One row per ranked customer for the account managers; the
      *name is quoted and figures carry no currency editing.
       WriteOneCsvLine.
       MOVE SPACES TO CsvRecord
       MOVE 1 TO CsvPtr
       MOVE CustRank TO CsvCountEd
       MOVE CsvCountEd TO CsvWork
       PERFORM AppendCsvWork
       MOVE CustDecile TO CsvCountEd
       MOVE CsvCountEd TO CsvWork
       IF CustDecile = ZERO
           MOVE SPACES TO CsvWork
       END-IF
       PERFORM AppendCsvField
       IF SortedActive
           MOVE "LIVE" TO CsvWork
       ELSE
           MOVE "DELETED" TO CsvWork
       END-IF
       PERFORM AppendCsvField
       MOVE SortedIDNum TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedName TO CsvName
       INSPECT CsvName REPLACING ALL """" BY "'"
       MOVE 20 TO CsvNameLen
       PERFORM UNTIL CsvNameLen = ZERO
           OR CsvName(CsvNameLen:1) NOT = SPACE
           SUBTRACT 1 FROM CsvNameLen
       END-PERFORM
       STRING ",""" DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       IF CsvNameLen > ZERO
           STRING CsvName(1:CsvNameLen) DELIMITED BY SIZE
               INTO CsvRecord WITH POINTER CsvPtr
           END-STRING
       END-IF
       STRING """" DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       MOVE SortedNet TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedGross TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedFirstDate TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedTenure TO CsvCountEd
       MOVE CsvCountEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedInvCount TO CsvCountEd
       MOVE CsvCountEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SortedAvgOrder TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE SPACES TO CsvWork
       IF SortedHasPayments
           MOVE SortedAvgDays TO CsvCountEd
           MOVE CsvCountEd TO CsvWork
       END-IF
       PERFORM AppendCsvField
       MOVE SortedLastDate TO CsvWork
       PERFORM AppendCsvField
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
