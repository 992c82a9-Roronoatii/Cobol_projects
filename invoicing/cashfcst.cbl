      *Thirteen week cash flow forecast
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashfcst.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecurFile ASSIGN TO "RecurBill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MandateFile ASSIGN TO "DDMand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT FcstReport ASSIGN TO WSFcstRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CsvFile ASSIGN TO WSFcstCsvName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ArOpenFile.
           COPY ardata.

       FD PaymentFile.
           COPY paydata.

       FD RecurFile.
       01 RecurRecord.
           02 RcrIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RcrJuris PIC X(2).
           02 FILLER PIC X.
           02 RcrCurrency PIC X(3).
           02 FILLER PIC X.
           02 RcrAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RcrFreq PIC X.
           02 FILLER PIC X.
           02 RcrNextDue PIC 9(8).
           02 FILLER PIC X.
           02 RcrItemCode PIC X(6).
           02 FILLER PIC X.
           02 RcrQty PIC 9(4).

       FD MandateFile.
       01 MandateRecord.
           02 MndIDNum PIC 9(7).
           02 FILLER PIC X.
           02 MndBankAcct PIC X(12).
           02 FILLER PIC X.
           02 MndRouting PIC X(9).
           02 FILLER PIC X.
           02 MndReference PIC X(10).
           02 FILLER PIC X.
           02 MndActive PIC X.

       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD ItemFile.
           COPY itemdata.

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

       FD FcstReport.
       01 FcstLine PIC X(132).

       FD CsvFile.
       01 CsvRecord PIC X(200).

       WORKING-STORAGE SECTION.
           COPY plandata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSFcstRptName PIC X(40) VALUE "CashFcst.rpt".
       01 WSFcstCsvName PIC X(40) VALUE "CashFcst.csv".
       01 WSRptType PIC X(10) VALUE "CASHFCST".
       01 WSCsvType PIC X(10) VALUE "CASHCSV".
       01 RunMode PIC X VALUE "N".
           88 WeeklyRun VALUE "W" "w".
       01 RunDueFlag PIC X VALUE "Y".
           88 RunDue VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 RecurEOFFlag PIC X VALUE "N".
           88 RecurEOF VALUE "Y".
       01 MandEOFFlag PIC X VALUE "N".
           88 MandEOF VALUE "Y".
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 HorizonEnd PIC 9(8) VALUE ZEROS.
       01 DueDate PIC 9(8) VALUE ZEROS.
       01 ExpectDate PIC 9(8) VALUE ZEROS.
       01 ChargeDate PIC 9(8) VALUE ZEROS.
       01 BillDate PIC 9(8) VALUE ZEROS.
       01 TermsCode PIC X(4) VALUE SPACE.
       01 TermsStatus PIC X(2) VALUE SPACE.
      *Expected receipts by source and week in home currency.  Week
      *14 holds anything expected beyond the thirteen week horizon.
      *Row 1 open receivables, 2 direct debit collections, 3
      *recurring charges not yet billed, 4 installment plans and 5
      *disputed items, which are shown but kept out of the total.
       01 FcstTable.
           02 FcstRow OCCURS 5 TIMES.
               03 FRAmount PIC S9(9)V99 OCCURS 14 TIMES.
       01 FcstRowIdx PIC 9 VALUE ZERO.
       01 WeekIdx PIC 99 VALUE ZERO.
       01 WeekTotal PIC S9(9)V99 VALUE ZERO.
       01 RunningTotal PIC S9(9)V99 VALUE ZERO.
       01 RowTotalTable.
           02 RowTotal PIC S9(9)V99 OCCURS 5 TIMES.
       01 GrandTotal PIC S9(9)V99 VALUE ZERO.
       01 PastDueValue PIC S9(9)V99 VALUE ZERO.
       01 PlacedValue PIC S9(9)V99 VALUE ZERO.
       01 ForecastCount PIC 9(6) VALUE ZERO.
      *Due dates of every document on the ledger, used to measure
      *how late each customer has paid in the past.
       01 DueTable.
           02 DueEntry OCCURS 5000 TIMES.
               03 DTIDNum PIC 9(7).
               03 DTInvNumber PIC 9(6).
               03 DTDueDate PIC 9(8).
       01 DueCount PIC 9(4) VALUE ZERO.
       01 DueIdx PIC 9(4) VALUE ZERO.
       01 DueFoundIdx PIC 9(4) VALUE ZERO.
       01 DueFullFlag PIC X VALUE "N".
           88 DueTableFull VALUE "Y".
       01 LateTable.
           02 LateEntry OCCURS 1000 TIMES.
               03 LTIDNum PIC 9(7).
               03 LTDaysTotal PIC S9(9).
               03 LTPayCount PIC 9(6).
       01 LateCount PIC 9(4) VALUE ZERO.
       01 LateIdx PIC 9(4) VALUE ZERO.
       01 LateFoundIdx PIC 9(4) VALUE ZERO.
       01 LateDays PIC S9(7) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZERO.
       01 MandTable.
           02 MDIDNum PIC 9(7) OCCURS 500 TIMES.
       01 MandCount PIC 999 VALUE ZERO.
       01 MandIdx PIC 999 VALUE ZERO.
       01 MandFoundFlag PIC X VALUE "N".
           88 MandateFound VALUE "Y".
       01 PlanTable.
           02 PlanEntry PIC X(515) OCCURS 200 TIMES.
       01 PlanOpenTable.
           02 PlanOpen OCCURS 200 TIMES.
               03 POAmount PIC S9(8)V99.
               03 POCurrency PIC X(3).
       01 PlanCount PIC 9(3) VALUE ZERO.
       01 PlanIdx PIC 9(3) VALUE ZERO.
       01 PlanFoundIdx PIC 9(3) VALUE ZERO.
       01 PlanPickIdx PIC 9 VALUE ZERO.
       01 InstIdx PIC 99 VALUE ZERO.
       01 PlanRemaining PIC S9(8)V99 VALUE ZERO.
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITPrice PIC 9(6)V99.
               03 ITActive PIC X.
               03 ITNewPrice PIC 9(6)V99.
               03 ITNewFrom PIC 9(8).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 WSListPrice PIC 9(6)V99 VALUE ZERO.
       01 WSUnitPrice PIC 9(6)V99 VALUE ZERO.
       01 WSPriceSrc PIC X VALUE SPACE.
       01 RecurCharge PIC 9(6)V99 VALUE ZERO.
       01 RecurPricedFlag PIC X VALUE "N".
           88 RecurPriced VALUE "Y".
       01 BillYear PIC 9(4) VALUE ZERO.
       01 BillMonth PIC 99 VALUE ZERO.
       01 BillDay PIC 99 VALUE ZERO.
       01 MonthsToAdd PIC 99 VALUE ZERO.
       01 MaxDay PIC 99 VALUE 31.
       01 WSLeapYear PIC X VALUE "N".
           88 IsLeapYear VALUE "Y".
       01 WSYearQuotient PIC 9(6) VALUE ZERO.
       01 WSYearRemainder PIC 9(4) VALUE ZERO.
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
       01 WantedCurrency PIC X(3) VALUE SPACE.
       01 DocAmount PIC S9(8)V99 VALUE ZERO.
       01 HomeAmount PIC S9(9)V99 VALUE ZERO.
       01 FcstHeading.
           02 FILLER PIC X(39) VALUE
               "CASH FLOW FORECAST - 13 WEEKS FROM    ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(30) VALUE
               "   (HOME CURRENCY)".
       01 FcstColumnHeading.
           02 FILLER PIC X(17) VALUE "  Week  Starting ".
           02 FILLER PIC X(15) VALUE "    Receivables".
           02 FILLER PIC X(15) VALUE "   Direct Debit".
           02 FILLER PIC X(15) VALUE "      Recurring".
           02 FILLER PIC X(15) VALUE "   Installments".
           02 FILLER PIC X(15) VALUE " Total Expected".
           02 FILLER PIC X(15) VALUE "     Cumulative".
           02 FILLER PIC X(15) VALUE "       Disputed".
       01 FcstDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWeekLabel PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWeekStart PIC X(8).
           02 PrnRowAmount PIC ZZZ,ZZZ,ZZ9.99- OCCURS 4 TIMES.
           02 PrnWeekTotal PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnRunning PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnDisputed PIC ZZZ,ZZZ,ZZ9.99-.
       01 PrnWeekNo PIC Z9.
       01 FcstNoteLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteText PIC X(50).
           02 PrnNoteAmount PIC ZZZ,ZZZ,ZZ9.99-.
       01 CsvPtr PIC 999 VALUE ZERO.
       01 CsvWork PIC X(20) VALUE SPACE.
       01 CsvLead PIC 99 VALUE ZERO.
       01 CsvValEd PIC -(9)9.99.
       01 RunLogJob PIC X(12) VALUE "CASHFCST".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           ACCEPT RunMode
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM CheckRunDue
           IF NOT RunDue
               DISPLAY "Cash forecast is produced on Mondays - "
                   "not due for " WSBusDate
           ELSE
               PERFORM SetHorizon
               PERFORM LoadExchRateTable
               PERFORM LoadMandateTable
               PERFORM LoadPlanTable
               PERFORM LoadItemTable
               PERFORM LoadDueTable
               PERFORM MeasurePaymentHistory
               PERFORM ForecastOpenItems
               PERFORM ForecastPlans
               PERFORM ForecastRecurring
               CALL 'rptgen' USING WSRptType, WSFcstRptName
               CALL 'rptgen' USING WSCsvType, WSFcstCsvName
               PERFORM PrintForecast
               PERFORM WriteForecastCsv
               DISPLAY "Cash flow forecast written to " WSFcstRptName
               DISPLAY "Treasury copy written to " WSFcstCsvName
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ForecastCount TO RunLogCount
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

      *The nightly batch asks for the weekly run, which is only
      *produced on a Monday; any other mode runs it straight away.
       CheckRunDue.
       MOVE "Y" TO RunDueFlag
       IF WeeklyRun
           MOVE "W" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateResult NOT = 1
               MOVE "N" TO RunDueFlag
           END-IF
       END-IF.

       SetHorizon.
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       MOVE 90 TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO HorizonEnd
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 5
           PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 14
               MOVE ZERO TO FRAmount(FcstRowIdx, WeekIdx)
           END-PERFORM
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
           IF ExcCurr(ExchIdx) = WantedCurrency
               AND ExcFrom(ExchIdx) NOT > WSBusDate
               AND ExcTo(ExchIdx) NOT < WSBusDate
               MOVE ExcRate(ExchIdx) TO WSExchRate
               MOVE "Y" TO FoundExch
           END-IF
       END-PERFORM
       IF NOT ExchFound
           MOVE 1 TO WSExchRate
           IF WantedCurrency NOT = "USD" AND WantedCurrency NOT = SPACES
               DISPLAY "No exchange rate in force for "
                   WantedCurrency " - home equivalent taken at par"
           END-IF
       END-IF.

       ConvertToHome.
       PERFORM LookupExchRate
       COMPUTE HomeAmount ROUNDED = DocAmount * WSExchRate.

       LoadMandateTable.
       MOVE ZERO TO MandCount
       OPEN INPUT MandateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO MandEOFFlag
           PERFORM LoadOneMandate UNTIL MandEOF
           CLOSE MandateFile
       END-IF.

       LoadOneMandate.
       READ MandateFile
           AT END SET MandEOF TO TRUE
           NOT AT END
               IF MndActive = "A"
                   IF MandCount < 500
                       ADD 1 TO MandCount
                       MOVE MndIDNum TO MDIDNum(MandCount)
                   ELSE
                       DISPLAY "More than 500 mandates - customer "
                           MndIDNum " forecast without direct debit"
                   END-IF
               END-IF
       END-READ.

       CheckMandate.
       MOVE "N" TO MandFoundFlag
       PERFORM VARYING MandIdx FROM 1 BY 1
           UNTIL MandIdx > MandCount OR MandateFound
           IF MDIDNum(MandIdx) = LookupCustID
               MOVE "Y" TO MandFoundFlag
           END-IF
       END-PERFORM.

       LoadPlanTable.
       MOVE ZERO TO PlanCount
       OPEN INPUT PlanFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PlanEOFFlag
           PERFORM LoadOnePlan UNTIL PlanEOF
           CLOSE PlanFile
       END-IF.

       LoadOnePlan.
       READ PlanFile INTO PlanRecord
           AT END SET PlanEOF TO TRUE
           NOT AT END
               IF PlanActive
                   IF PlanCount < 200
                       ADD 1 TO PlanCount
                       MOVE PlanRecord TO PlanEntry(PlanCount)
                       MOVE ZERO TO POAmount(PlanCount)
                       MOVE SPACES TO POCurrency(PlanCount)
                   ELSE
                       DISPLAY "More than 200 installment plans - "
                           "plan " PlnNumber " forecast as open items"
                   END-IF
               END-IF
       END-READ.

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
               IF ItemCount < 200
                   ADD 1 TO ItemCount
                   MOVE ItemCode TO ITCode(ItemCount)
                   MOVE ItemPrice TO ITPrice(ItemCount)
                   MOVE ItemActive TO ITActive(ItemCount)
                   IF PriceChangeApproved
                       MOVE ItemNewPrice TO ITNewPrice(ItemCount)
                       MOVE ItemNewFrom TO ITNewFrom(ItemCount)
                   ELSE
                       MOVE ZERO TO ITNewPrice(ItemCount)
                       MOVE ZEROS TO ITNewFrom(ItemCount)
                   END-IF
               END-IF
       END-READ.

       LoadDueTable.
       MOVE ZERO TO DueCount
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM LoadOneDueDate UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       LoadOneDueDate.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF DueCount < 5000
                   PERFORM SetItemDueDate
                   ADD 1 TO DueCount
                   MOVE ArIDNum TO DTIDNum(DueCount)
                   MOVE ArInvNumber TO DTInvNumber(DueCount)
                   MOVE DueDate TO DTDueDate(DueCount)
               ELSE
                   IF NOT DueTableFull
                       MOVE "Y" TO DueFullFlag
                       DISPLAY "More than 5000 ledger items - payment "
                           "history measured on the first 5000"
                   END-IF
               END-IF
       END-READ.

       SetItemDueDate.
       IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
           MOVE ArDueDate TO DueDate
       ELSE
           MOVE "A" TO DateFunction
           MOVE ArInvDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE 30 TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO DueDate
       END-IF.

      *Each customer's payments are compared with the due dates of
      *the items they settled; early payments count as negative so
      *a customer who pays early as often as late averages nil.
       MeasurePaymentHistory.
       MOVE ZERO TO LateCount
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM MeasureOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       MeasureOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF NOT PayReversal AND NOT PayPendingDD
                   MOVE ZERO TO DueFoundIdx
                   PERFORM VARYING DueIdx FROM 1 BY 1
                       UNTIL DueIdx > DueCount OR DueFoundIdx > ZERO
                       IF DTIDNum(DueIdx) = PayIDNum
                           AND DTInvNumber(DueIdx) = PayInvNumber
                           MOVE DueIdx TO DueFoundIdx
                       END-IF
                   END-PERFORM
                   IF DueFoundIdx > ZERO
                       PERFORM RecordPaymentLateness
                   END-IF
               END-IF
       END-READ.

       RecordPaymentLateness.
       MOVE PayIDNum TO LookupCustID
       PERFORM FindLateEntry
       IF LateFoundIdx = ZERO
           IF LateCount < 1000
               ADD 1 TO LateCount
               MOVE LateCount TO LateFoundIdx
               MOVE PayIDNum TO LTIDNum(LateCount)
               MOVE ZERO TO LTDaysTotal(LateCount)
               MOVE ZERO TO LTPayCount(LateCount)
           END-IF
       END-IF
       IF LateFoundIdx > ZERO
           MOVE "D" TO DateFunction
           MOVE PayDate TO DateOne
           MOVE DTDueDate(DueFoundIdx) TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           ADD DateResult TO LTDaysTotal(LateFoundIdx)
           ADD 1 TO LTPayCount(LateFoundIdx)
       END-IF.

       FindLateEntry.
       MOVE ZERO TO LateFoundIdx
       PERFORM VARYING LateIdx FROM 1 BY 1
           UNTIL LateIdx > LateCount OR LateFoundIdx > ZERO
           IF LTIDNum(LateIdx) = LookupCustID
               MOVE LateIdx TO LateFoundIdx
           END-IF
       END-PERFORM.

      *Expected date is the due date pushed out by the customer's
      *average days late; customers with no history or who pay on
      *time on average are expected on the due date.
       SetExpectedDate.
       MOVE DueDate TO ExpectDate
       PERFORM FindLateEntry
       MOVE ZERO TO LateDays
       IF LateFoundIdx > ZERO
           IF LTPayCount(LateFoundIdx) > ZERO
               DIVIDE LTDaysTotal(LateFoundIdx)
                   BY LTPayCount(LateFoundIdx) GIVING LateDays ROUNDED
           END-IF
       END-IF
       IF LateDays > ZERO
           MOVE "A" TO DateFunction
           MOVE DueDate TO DateOne
           MOVE ZEROS TO DateTwo
           MOVE LateDays TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO ExpectDate
       END-IF.

      *Anything already past its expected date is looked for in the
      *first week.
       PlaceInWeek.
       MOVE "D" TO DateFunction
       MOVE ExpectDate TO DateOne
       MOVE WSBusDate TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       IF DateResult < ZERO
           MOVE 1 TO WeekIdx
           IF FcstRowIdx < 5
               ADD HomeAmount TO PastDueValue
           END-IF
       ELSE
           IF DateResult > 90
               MOVE 14 TO WeekIdx
           ELSE
               DIVIDE DateResult BY 7 GIVING WeekIdx
               ADD 1 TO WeekIdx
           END-IF
       END-IF
       ADD HomeAmount TO FRAmount(FcstRowIdx, WeekIdx)
       ADD 1 TO ForecastCount.

       ForecastOpenItems.
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           DISPLAY "No open-item ledger - receivables not forecast"
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM ForecastOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       ForecastOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount > ZERO
                   AND ArDocType NOT = "C" AND ArDocType NOT = "W"
                   AND ArDocType NOT = "D" AND ArDocType NOT = "R"
                   PERFORM FindPlanInvoice
                   IF PlanFoundIdx > ZERO
                       ADD ArOpenAmount TO POAmount(PlanFoundIdx)
                       MOVE ArCurrency TO POCurrency(PlanFoundIdx)
                   ELSE
                       PERFORM ForecastLedgerItem
                   END-IF
               END-IF
       END-READ.

       FindPlanInvoice.
       MOVE ZERO TO PlanFoundIdx
       PERFORM VARYING PlanIdx FROM 1 BY 1
           UNTIL PlanIdx > PlanCount OR PlanFoundIdx > ZERO
           MOVE PlanEntry(PlanIdx) TO PlanRecord
           IF PlnIDNum = ArIDNum
               PERFORM VARYING PlanPickIdx FROM 1 BY 1
                   UNTIL PlanPickIdx > PlnInvCount
                   IF PlnInvNumber(PlanPickIdx) = ArInvNumber
                       MOVE PlanIdx TO PlanFoundIdx
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

      *Items with the collection agency come back net of commission
      *on the agency's timetable, so they are left out and reported
      *as a single figure.  Direct debit customers are collected on
      *the due date; everyone else is expected when they usually pay.
       ForecastLedgerItem.
       MOVE ArOpenAmount TO DocAmount
       MOVE ArCurrency TO WantedCurrency
       PERFORM ConvertToHome
       IF ArAgencyPlaced
           ADD HomeAmount TO PlacedValue
       ELSE
           PERFORM SetItemDueDate
           MOVE ArIDNum TO LookupCustID
           PERFORM CheckMandate
           IF ArDispute = "D"
               PERFORM SetExpectedDate
               MOVE 5 TO FcstRowIdx
           ELSE
               IF MandateFound
                   MOVE DueDate TO ExpectDate
                   MOVE 2 TO FcstRowIdx
               ELSE
                   PERFORM SetExpectedDate
                   MOVE 1 TO FcstRowIdx
               END-IF
           END-IF
           PERFORM PlaceInWeek
       END-IF.

      *What is still open on a plan's invoices is expected on the
      *installment schedule, taking the latest installments as the
      *ones outstanding.
       ForecastPlans.
       PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
           IF POAmount(PlanIdx) > ZERO
               PERFORM ForecastOnePlan
           END-IF
       END-PERFORM.

       ForecastOnePlan.
       MOVE PlanEntry(PlanIdx) TO PlanRecord
       MOVE POAmount(PlanIdx) TO PlanRemaining
       MOVE POCurrency(PlanIdx) TO WantedCurrency
       MOVE 4 TO FcstRowIdx
       PERFORM AllocateInstallment
           VARYING InstIdx FROM PlnInstCount BY -1
           UNTIL InstIdx < 1 OR PlanRemaining NOT > ZERO
       IF PlanRemaining > ZERO
           IF PlnInstCount > ZERO
               MOVE PlnDueDate(PlnInstCount) TO ExpectDate
           ELSE
               MOVE WSBusDate TO ExpectDate
           END-IF
           MOVE PlanRemaining TO DocAmount
           PERFORM ConvertToHome
           PERFORM PlaceInWeek
       END-IF.

       AllocateInstallment.
       IF PlnInstAmount(InstIdx) < PlanRemaining
           MOVE PlnInstAmount(InstIdx) TO DocAmount
       ELSE
           MOVE PlanRemaining TO DocAmount
       END-IF
       SUBTRACT DocAmount FROM PlanRemaining
       MOVE PlnDueDate(InstIdx) TO ExpectDate
       PERFORM ConvertToHome
       PERFORM PlaceInWeek.

       ForecastRecurring.
       OPEN INPUT RecurFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RecurEOFFlag
           PERFORM ForecastOneTemplate UNTIL RecurEOF
           CLOSE RecurFile
       END-IF.

       ForecastOneTemplate.
       READ RecurFile
           AT END SET RecurEOF TO TRUE
           NOT AT END
               IF RcrNextDue IS NUMERIC AND RcrNextDue > ZEROS
                   PERFORM PriceRecurCharge
                   IF RecurPriced
                       MOVE RcrNextDue TO BillDate
                       PERFORM ForecastOneCharge
                           UNTIL BillDate > HorizonEnd
                   END-IF
               END-IF
       END-READ.

       PriceRecurCharge.
       MOVE "Y" TO RecurPricedFlag
       MOVE RcrAmount TO RecurCharge
       IF RcrItemCode NOT = SPACES AND RcrQty IS NUMERIC
           MOVE ZERO TO ItemFoundIdx
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               IF ITCode(ItemIdx) = RcrItemCode
                   MOVE ItemIdx TO ItemFoundIdx
               END-IF
           END-PERFORM
           IF ItemFoundIdx = ZERO
               MOVE "N" TO RecurPricedFlag
           ELSE
               IF ITActive(ItemFoundIdx) = "I"
                   MOVE "N" TO RecurPricedFlag
               ELSE
                   MOVE ITPrice(ItemFoundIdx) TO WSListPrice
                   IF ITNewFrom(ItemFoundIdx) NOT = ZEROS
                       AND ITNewFrom(ItemFoundIdx) NOT > WSBusDate
                       MOVE ITNewPrice(ItemFoundIdx) TO WSListPrice
                   END-IF
                   CALL 'custprice' USING RcrIDNum, RcrItemCode,
                       WSBusDate, WSListPrice, WSUnitPrice, WSPriceSrc
                   COMPUTE RecurCharge = RcrQty * WSUnitPrice
                       ON SIZE ERROR
                           MOVE ZERO TO RecurCharge
                   END-COMPUTE
               END-IF
           END-IF
       END-IF
       IF RecurCharge = ZERO
           MOVE "N" TO RecurPricedFlag
       END-IF.

      *A charge falling due is invoiced that night on the customer's
      *terms; any billing date already passed is invoiced on the next
      *run.
       ForecastOneCharge.
       MOVE BillDate TO ChargeDate
       IF ChargeDate < WSBusDate
           MOVE WSBusDate TO ChargeDate
       END-IF
       MOVE SPACES TO TermsCode
       CALL 'termsdue' USING RcrIDNum, ChargeDate, TermsCode,
           DueDate, TermsStatus
       MOVE RecurCharge TO DocAmount
       MOVE RcrCurrency TO WantedCurrency
       PERFORM ConvertToHome
       MOVE RcrIDNum TO LookupCustID
       PERFORM CheckMandate
       IF MandateFound
           MOVE DueDate TO ExpectDate
       ELSE
           PERFORM SetExpectedDate
       END-IF
       MOVE 3 TO FcstRowIdx
       PERFORM PlaceInWeek
       PERFORM AdvanceBillDate.

       AdvanceBillDate.
       MOVE BillDate(1:4) TO BillYear
       MOVE BillDate(5:2) TO BillMonth
       MOVE BillDate(7:2) TO BillDay
       EVALUATE RcrFreq
           WHEN "Q"
               MOVE 3 TO MonthsToAdd
           WHEN "A"
               MOVE 12 TO MonthsToAdd
           WHEN OTHER
               MOVE 1 TO MonthsToAdd
       END-EVALUATE
       ADD MonthsToAdd TO BillMonth
       PERFORM UNTIL BillMonth <= 12
           SUBTRACT 12 FROM BillMonth
           ADD 1 TO BillYear
       END-PERFORM
       PERFORM SetMaxDay
       IF BillDay > MaxDay
           MOVE MaxDay TO BillDay
       END-IF
       MOVE BillYear TO BillDate(1:4)
       MOVE BillMonth TO BillDate(5:2)
       MOVE BillDay TO BillDate(7:2).

       SetMaxDay.
       MOVE "N" TO WSLeapYear
       DIVIDE BillYear BY 400 GIVING WSYearQuotient
           REMAINDER WSYearRemainder
       IF WSYearRemainder = 0
           MOVE "Y" TO WSLeapYear
       ELSE
           DIVIDE BillYear BY 100 GIVING WSYearQuotient
               REMAINDER WSYearRemainder
           IF WSYearRemainder NOT = 0
               DIVIDE BillYear BY 4 GIVING WSYearQuotient
                   REMAINDER WSYearRemainder
               IF WSYearRemainder = 0
                   MOVE "Y" TO WSLeapYear
               END-IF
           END-IF
       END-IF
       EVALUATE BillMonth
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO MaxDay
           WHEN 2
               IF IsLeapYear
                   MOVE 29 TO MaxDay
               ELSE
                   MOVE 28 TO MaxDay
               END-IF
           WHEN OTHER
               MOVE 31 TO MaxDay
       END-EVALUATE.

      *Sets up the label and starting date of week WeekIdx and its
      *total across the receipt sources, disputed items excluded.
       SetWeekFigures.
       IF WeekIdx > 13
           MOVE "Later" TO PrnWeekLabel
       ELSE
           MOVE WeekIdx TO PrnWeekNo
           MOVE PrnWeekNo TO PrnWeekLabel
       END-IF
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       COMPUTE DateDays = (WeekIdx - 1) * 7
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO ExpectDate
       MOVE ExpectDate TO PrnWeekStart
       MOVE ZERO TO WeekTotal
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 4
           ADD FRAmount(FcstRowIdx, WeekIdx) TO WeekTotal
       END-PERFORM
       ADD WeekTotal TO RunningTotal.

       PrintForecast.
       OPEN OUTPUT FcstReport
       MOVE WSBusDate TO PrnBusDate
       WRITE FcstLine FROM FcstHeading
       MOVE SPACES TO FcstLine
       WRITE FcstLine
       WRITE FcstLine FROM FcstColumnHeading
       MOVE SPACES TO FcstLine
       WRITE FcstLine
       MOVE ZERO TO RunningTotal
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 5
           MOVE ZERO TO RowTotal(FcstRowIdx)
       END-PERFORM
       PERFORM PrintOneWeek VARYING WeekIdx FROM 1 BY 1
           UNTIL WeekIdx > 14
       MOVE SPACES TO FcstLine
       WRITE FcstLine
       MOVE "Total" TO PrnWeekLabel
       MOVE SPACES TO PrnWeekStart
       MOVE ZERO TO GrandTotal
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 4
           MOVE RowTotal(FcstRowIdx) TO PrnRowAmount(FcstRowIdx)
           ADD RowTotal(FcstRowIdx) TO GrandTotal
       END-PERFORM
       MOVE GrandTotal TO PrnWeekTotal
       MOVE GrandTotal TO PrnRunning
       MOVE RowTotal(5) TO PrnDisputed
       WRITE FcstLine FROM FcstDetailLine
       MOVE SPACES TO FcstLine
       WRITE FcstLine
       MOVE "Past due items included in week 1" TO PrnNoteText
       MOVE PastDueValue TO PrnNoteAmount
       WRITE FcstLine FROM FcstNoteLine
       MOVE "Disputed items - not included in the total"
           TO PrnNoteText
       MOVE RowTotal(5) TO PrnNoteAmount
       WRITE FcstLine FROM FcstNoteLine
       MOVE "Placed with collection agency - not forecast"
           TO PrnNoteText
       MOVE PlacedValue TO PrnNoteAmount
       WRITE FcstLine FROM FcstNoteLine
       CLOSE FcstReport.

       PrintOneWeek.
       PERFORM SetWeekFigures
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 4
           MOVE FRAmount(FcstRowIdx, WeekIdx)
               TO PrnRowAmount(FcstRowIdx)
           ADD FRAmount(FcstRowIdx, WeekIdx) TO RowTotal(FcstRowIdx)
       END-PERFORM
       ADD FRAmount(5, WeekIdx) TO RowTotal(5)
       MOVE WeekTotal TO PrnWeekTotal
       MOVE RunningTotal TO PrnRunning
       MOVE FRAmount(5, WeekIdx) TO PrnDisputed
       WRITE FcstLine FROM FcstDetailLine.

      *One row per week for the treasury spreadsheet, figures in
      *home currency without currency editing.
       WriteForecastCsv.
       OPEN OUTPUT CsvFile
       MOVE "Week,WeekStarting,Receivables,DirectDebit,Recurring," &
           "Installments,TotalExpected,Cumulative,Disputed"
           TO CsvRecord
       WRITE CsvRecord
       MOVE ZERO TO RunningTotal
       PERFORM WriteOneCsvLine VARYING WeekIdx FROM 1 BY 1
           UNTIL WeekIdx > 14
       CLOSE CsvFile.

       WriteOneCsvLine.
       PERFORM SetWeekFigures
       MOVE SPACES TO CsvRecord
       MOVE 1 TO CsvPtr
       MOVE PrnWeekLabel TO CsvWork
       PERFORM AppendCsvWork
       STRING "," DELIMITED BY SIZE
           PrnWeekStart DELIMITED BY SIZE
           INTO CsvRecord WITH POINTER CsvPtr
       END-STRING
       PERFORM VARYING FcstRowIdx FROM 1 BY 1 UNTIL FcstRowIdx > 4
           MOVE FRAmount(FcstRowIdx, WeekIdx) TO CsvValEd
           MOVE CsvValEd TO CsvWork
           PERFORM AppendCsvField
       END-PERFORM
       MOVE WeekTotal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE RunningTotal TO CsvValEd
       MOVE CsvValEd TO CsvWork
       PERFORM AppendCsvField
       MOVE FRAmount(5, WeekIdx) TO CsvValEd
       MOVE CsvValEd TO CsvWork
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
