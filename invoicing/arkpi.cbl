      *Month-end receivables KPI snapshot and trend report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. arkpi.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT KpiFile ASSIGN TO "ArKpi.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT KpiReport ASSIGN TO WSKpiRptName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ArOpenFile.
           COPY ardata.

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

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

       FD KpiFile.
       01 KpiFileRecord PIC X(123).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD KpiReport.
       01 KpiLine PIC X(120).

       WORKING-STORAGE SECTION.
           COPY kpidata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSKpiRptName PIC X(40) VALUE "ArKpi.rpt".
       01 WSRptType PIC X(10) VALUE "ARKPI".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 KpiEOFFlag PIC X VALUE "N".
           88 KpiEOF VALUE "Y".
       01 SnapMonth PIC 9(6) VALUE ZEROS.
       01 MonthStart PIC 9(8) VALUE ZEROS.
       01 NextMonthStart PIC 9(8) VALUE ZEROS.
       01 MonthWork PIC 9(6) VALUE ZEROS.
       01 MonthWorkParts REDEFINES MonthWork.
           02 MonthWorkYear PIC 9(4).
           02 MonthWorkMon PIC 99.
       01 OpenBalance PIC S9(6)V99 VALUE ZERO.
       01 HomeAmount PIC S9(8)V99 VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
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
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
      *Every snapshot taken, oldest first.  A rerun in the same month
      *replaces that month's snapshot.
       01 SnapTable.
           02 SnapEntry PIC X(123) OCCURS 240 TIMES.
       01 SnapCount PIC 9(3) VALUE ZERO.
       01 SnapIdx PIC 9(3) VALUE ZERO.
       01 SnapInsertIdx PIC 9(3) VALUE ZERO.
       01 TrendStart PIC 9(3) VALUE ZERO.
       01 TrendCount PIC 9(3) VALUE ZERO.
       01 OpeningAR PIC 9(8)V99 VALUE ZERO.
       01 OpeningFlag PIC X VALUE "N".
           88 HaveOpening VALUE "Y".
       01 PriorMonth PIC 9(6) VALUE ZEROS.
       01 DsoWork PIC S9(5)V9 VALUE ZERO.
       01 Over60Work PIC S9(5)V9 VALUE ZERO.
       01 CeiWork PIC S9(5)V9 VALUE ZERO.
       01 CeiCollected PIC S9(9)V99 VALUE ZERO.
       01 CeiCollectable PIC S9(9)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 KpiHeading.
           02 FILLER PIC X(40) VALUE
               "RECEIVABLES KPI SNAPSHOT - MONTH ENDING ".
           02 PrnBusDate PIC 9(8).
       01 SnapAmountLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSnapLabel PIC X(28).
           02 PrnSnapAmount PIC $$,$$$,$$9.99CR.
       01 SnapCountLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCountLabel PIC X(28).
           02 FILLER PIC X(8) VALUE SPACE.
           02 PrnSnapCount PIC ZZZZ9.
       01 TrendHeading.
           02 FILLER PIC X(40) VALUE
               "TREND - LAST 13 MONTH-END SNAPSHOTS".
       01 TrendColumns.
           02 FILLER PIC X(36) VALUE
               "  Month   Receivables        Sales  ".
           02 FILLER PIC X(36) VALUE
               "       Cash  Written Off     Dispute".
           02 FILLER PIC X(35) VALUE
               "d      Over 60     DSO % 60+    CEI".
       01 TrendDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 PrnTrMonth PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrAR PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrSales PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrCash PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrWriteOff PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrDisputed PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrOver60 PIC ZZZ,ZZZ,ZZ9-.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrDso PIC ZZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrOverPct PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTrCei PIC ZZZ9.9- BLANK WHEN ZERO.
       01 TrendNoteLine PIC X(80) VALUE SPACES.
       01 RunLogJob PIC X(12) VALUE "ARKPI".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetSnapshotMonth
           PERFORM LoadExchRateTable
           OPEN INPUT ArOpenFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No open-item ledger - run arroll first"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM StartSnapshot
               PERFORM AgeOneOpenItem UNTIL ArEOF
               CLOSE ArOpenFile
               PERFORM TotalMonthSales
               PERFORM TotalMonthCash
               PERFORM LoadSnapshots
               PERFORM StoreSnapshot
               PERFORM SaveSnapshots
               CALL 'rptgen' USING WSRptType, WSKpiRptName
               PERFORM PrintKpiReport
               DISPLAY "Receivables snapshot for " SnapMonth
                   " saved to ArKpi.dat"
               DISPLAY "KPI trend written to " WSKpiRptName
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE TrendCount TO RunLogCount
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

      *The snapshot belongs to the month of the business date; the
      *days in that month are kept with it for the DSO calculation.
       SetSnapshotMonth.
       MOVE WSBusDate(1:6) TO SnapMonth
       COMPUTE MonthStart = SnapMonth * 100 + 1
       MOVE SnapMonth TO MonthWork
       IF MonthWorkMon = 12
           ADD 1 TO MonthWorkYear
           MOVE 1 TO MonthWorkMon
       ELSE
           ADD 1 TO MonthWorkMon
       END-IF
       COMPUTE NextMonthStart = MonthWork * 100 + 1
       MOVE "D" TO DateFunction
       MOVE NextMonthStart TO DateOne
       MOVE MonthStart TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE SPACES TO KpiRecord
       MOVE DateResult TO KpiDays.

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
           IF RateCurrency NOT = "USD" AND RateCurrency NOT = SPACES
               DISPLAY "No exchange rate in force for "
                   RateCurrency " - home equivalent taken at par"
           END-IF
       END-IF.

       StartSnapshot.
       MOVE SnapMonth TO KpiMonth
       MOVE WSBusDate TO KpiDate
       MOVE ZERO TO KpiTotalAR
       MOVE ZERO TO KpiCurrent
       MOVE ZERO TO Kpi1To30
       MOVE ZERO TO Kpi31To60
       MOVE ZERO TO KpiOver60
       MOVE ZERO TO KpiDisputed
       MOVE ZERO TO KpiDispCount
       MOVE ZERO TO KpiSales
       MOVE ZERO TO KpiCash
       MOVE ZERO TO KpiWriteOff.

      *Open items are aged exactly as agedrecv ages them - days past
      *the due date, or the invoice date where there is none, with
      *disputed items held apart from the buckets.
       AgeOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               MOVE ArOpenAmount TO OpenBalance
               IF OpenBalance > ZERO
                   PERFORM AgeOpenItem
               END-IF
       END-READ.

       AgeOpenItem.
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
           MOVE ArDueDate TO DateTwo
       ELSE
           MOVE ArInvDate TO DateTwo
       END-IF
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       MOVE ArCurrency TO RateCurrency
       MOVE WSBusDate TO RateDate
       PERFORM LookupExchRate
       COMPUTE HomeAmount ROUNDED = OpenBalance * WSExchRate
       ADD HomeAmount TO KpiTotalAR
       IF ArDispute = "D"
           ADD HomeAmount TO KpiDisputed
           ADD 1 TO KpiDispCount
       ELSE
           EVALUATE TRUE
               WHEN DaysPastDue <= 0
                   ADD HomeAmount TO KpiCurrent
               WHEN DaysPastDue <= 30
                   ADD HomeAmount TO Kpi1To30
               WHEN DaysPastDue <= 60
                   ADD HomeAmount TO Kpi31To60
               WHEN OTHER
                   ADD HomeAmount TO KpiOver60
           END-EVALUATE
       END-IF.

      *Sales for the month are counted as revrpt counts revenue -
      *credit memos net off, write-offs, discounts, refunds and
      *agency fees are not sales.  Write-offs are totalled apart.
       TotalMonthSales.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - sales for the month taken as "
               "zero"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM TallyOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       TallyOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF NOT InvVoided AND InvDate(1:6) = SnapMonth
                   MOVE InvCurrency TO RateCurrency
                   MOVE InvDate TO RateDate
                   PERFORM LookupExchRate
                   COMPUTE HomeAmount ROUNDED = InvAmount * WSExchRate
                   EVALUATE TRUE
                       WHEN WriteOffDoc
                           ADD HomeAmount TO KpiWriteOff
                       WHEN CreditMemoDoc
                           SUBTRACT HomeAmount FROM KpiSales
                       WHEN DiscountDoc OR RefundDoc OR AgencyFeeDoc
                           CONTINUE
                       WHEN OTHER
                           ADD HomeAmount TO KpiSales
                   END-EVALUATE
               END-IF
       END-READ.

      *Cash collected is every receipt dated in the month, net of
      *the reversals dated in it.  Direct debits still pending
      *collection are not cash yet.
       TotalMonthCash.
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
               IF PayDate(1:6) = SnapMonth AND NOT PayPendingDD
                   MOVE PayCurrency TO RateCurrency
                   MOVE PayDate TO RateDate
                   PERFORM LookupExchRate
                   COMPUTE HomeAmount ROUNDED = PayAmount * WSExchRate
                   IF PayReversal
                       SUBTRACT HomeAmount FROM KpiCash
                   ELSE
                       ADD HomeAmount TO KpiCash
                   END-IF
               END-IF
       END-READ.

       LoadSnapshots.
       MOVE ZERO TO SnapCount
       OPEN INPUT KpiFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO KpiEOFFlag
           PERFORM LoadOneSnapshot UNTIL KpiEOF
           CLOSE KpiFile
       END-IF.

       LoadOneSnapshot.
       READ KpiFile
           AT END SET KpiEOF TO TRUE
           NOT AT END
               IF KpiFileRecord(1:6) NOT = SnapMonth
                   IF SnapCount < 239
                       ADD 1 TO SnapCount
                       MOVE KpiFileRecord TO SnapEntry(SnapCount)
                   ELSE
                       DISPLAY "More than 240 snapshots on file - "
                           "month " KpiFileRecord(1:6) " dropped"
                   END-IF
               END-IF
       END-READ.

      *The new snapshot goes in month order so that a month rerun
      *late still sits in its place in the trend.
       StoreSnapshot.
       MOVE ZERO TO SnapInsertIdx
       PERFORM VARYING SnapIdx FROM 1 BY 1
           UNTIL SnapIdx > SnapCount OR SnapInsertIdx > ZERO
           IF SnapEntry(SnapIdx)(1:6) > SnapMonth
               MOVE SnapIdx TO SnapInsertIdx
           END-IF
       END-PERFORM
       IF SnapInsertIdx = ZERO
           COMPUTE SnapInsertIdx = SnapCount + 1
       ELSE
           PERFORM VARYING SnapIdx FROM SnapCount BY -1
               UNTIL SnapIdx < SnapInsertIdx
               MOVE SnapEntry(SnapIdx) TO SnapEntry(SnapIdx + 1)
           END-PERFORM
       END-IF
       ADD 1 TO SnapCount
       MOVE KpiRecord TO SnapEntry(SnapInsertIdx).

       SaveSnapshots.
       OPEN OUTPUT KpiFile
       PERFORM VARYING SnapIdx FROM 1 BY 1 UNTIL SnapIdx > SnapCount
           MOVE SnapEntry(SnapIdx) TO KpiFileRecord
           WRITE KpiFileRecord
       END-PERFORM
       CLOSE KpiFile.

       PrintKpiReport.
       OPEN OUTPUT KpiReport
       MOVE WSBusDate TO PrnBusDate
       WRITE KpiLine FROM KpiHeading
       MOVE SPACES TO KpiLine
       WRITE KpiLine
       PERFORM PrintSnapshot
       MOVE SPACES TO KpiLine
       WRITE KpiLine
       WRITE KpiLine FROM TrendHeading
       MOVE SPACES TO KpiLine
       WRITE KpiLine
       WRITE KpiLine FROM TrendColumns
       MOVE SPACES TO KpiLine
       WRITE KpiLine
       IF SnapCount > 13
           COMPUTE TrendStart = SnapCount - 12
       ELSE
           MOVE 1 TO TrendStart
       END-IF
       MOVE ZERO TO TrendCount
       PERFORM PrintTrendMonth
           VARYING SnapIdx FROM TrendStart BY 1
           UNTIL SnapIdx > SnapCount
       MOVE SPACES TO KpiLine
       WRITE KpiLine
       MOVE "  DSO   = receivables / sales for the month x days in "
           & "the month" TO TrendNoteLine
       WRITE KpiLine FROM TrendNoteLine
       MOVE "  % 60+ = receivables over 60 days past due / "
           & "receivables" TO TrendNoteLine
       WRITE KpiLine FROM TrendNoteLine
       MOVE "  CEI   = (opening + sales - closing) / (opening + "
           & "sales - current) x 100" TO TrendNoteLine
       WRITE KpiLine FROM TrendNoteLine
       CLOSE KpiReport.

       PrintSnapshot.
       MOVE "Total receivables" TO PrnSnapLabel
       MOVE KpiTotalAR TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  Current" TO PrnSnapLabel
       MOVE KpiCurrent TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  1-30 days past due" TO PrnSnapLabel
       MOVE Kpi1To30 TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  31-60 days past due" TO PrnSnapLabel
       MOVE Kpi31To60 TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  Over 60 days past due" TO PrnSnapLabel
       MOVE KpiOver60 TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  Disputed, not aged" TO PrnSnapLabel
       MOVE KpiDisputed TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "  Disputed items" TO PrnCountLabel
       MOVE KpiDispCount TO PrnSnapCount
       WRITE KpiLine FROM SnapCountLine
       MOVE "Sales for the month" TO PrnSnapLabel
       MOVE KpiSales TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "Cash collected" TO PrnSnapLabel
       MOVE KpiCash TO WSAmtSigned
       PERFORM WriteSnapAmount
       MOVE "Written off" TO PrnSnapLabel
       MOVE KpiWriteOff TO WSAmtSigned
       PERFORM WriteSnapAmount.

       WriteSnapAmount.
       CALL 'formatcurrency' USING WSAmtSigned, PrnSnapAmount
       WRITE KpiLine FROM SnapAmountLine.

      *The opening balance for CEI is the previous month's closing
      *receivables; without a snapshot for that month CEI is left
      *blank.
       PrintTrendMonth.
       MOVE "N" TO OpeningFlag
       MOVE ZERO TO OpeningAR
       IF SnapIdx > 1
           MOVE SnapEntry(SnapIdx - 1) TO KpiRecord
           MOVE KpiTotalAR TO OpeningAR
           MOVE KpiMonth TO PriorMonth
           MOVE "Y" TO OpeningFlag
       END-IF
       MOVE SnapEntry(SnapIdx) TO KpiRecord
       MOVE KpiMonth TO MonthWork
       IF MonthWorkMon = 1
           SUBTRACT 1 FROM MonthWorkYear
           MOVE 12 TO MonthWorkMon
       ELSE
           SUBTRACT 1 FROM MonthWorkMon
       END-IF
       IF PriorMonth NOT = MonthWork
           MOVE "N" TO OpeningFlag
       END-IF
       MOVE KpiMonth(1:4) TO PrnTrYear
       MOVE KpiMonth(5:2) TO PrnTrMonth
       MOVE KpiTotalAR TO PrnTrAR
       MOVE KpiSales TO PrnTrSales
       MOVE KpiCash TO PrnTrCash
       MOVE KpiWriteOff TO PrnTrWriteOff
       MOVE KpiDisputed TO PrnTrDisputed
       MOVE KpiOver60 TO PrnTrOver60
       MOVE ZERO TO DsoWork
       IF KpiSales > ZERO
           COMPUTE DsoWork ROUNDED =
               KpiTotalAR / KpiSales * KpiDays
               ON SIZE ERROR
                   MOVE 9999.9 TO DsoWork
           END-COMPUTE
       END-IF
       MOVE DsoWork TO PrnTrDso
       MOVE ZERO TO Over60Work
       IF KpiTotalAR > ZERO
           COMPUTE Over60Work ROUNDED =
               KpiOver60 * 100 / KpiTotalAR
       END-IF
       MOVE Over60Work TO PrnTrOverPct
       MOVE ZERO TO CeiWork
       IF HaveOpening
           COMPUTE CeiCollected = OpeningAR + KpiSales - KpiTotalAR
           COMPUTE CeiCollectable = OpeningAR + KpiSales - KpiCurrent
           IF CeiCollectable > ZERO
               COMPUTE CeiWork ROUNDED =
                   CeiCollected * 100 / CeiCollectable
                   ON SIZE ERROR
                       MOVE ZERO TO CeiWork
               END-COMPUTE
           END-IF
       END-IF
       MOVE CeiWork TO PrnTrCei
       ADD 1 TO TrendCount
       WRITE KpiLine FROM TrendDetailLine.
