      *Monthly economic nexus threshold monitor
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nexusmon.
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
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ThresholdFile ASSIGN TO "NexusThr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT NexusReport ASSIGN TO "NexusMon.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD JurisFile.
       01 JurisRecord.
           02 JurCode PIC X(2).
               88 JurisEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 JurDesc PIC X(20).
           02 FILLER PIC X.
           02 JurActive PIC X.
           02 FILLER PIC X.
           02 JurFreightTax PIC X.

      *Economic nexus thresholds - one record per state.  A sales or
      *transaction threshold of zero is not tested.  The test is O
      *when crossing either threshold creates nexus and A when both
      *must be crossed.  State ** holds the threshold used for any
      *state without a record of its own.
       FD ThresholdFile.
       01 ThresholdRecord.
           02 ThrState PIC X(2).
               88 ThresholdEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 ThrSales PIC 9(9)V99.
           02 FILLER PIC X.
           02 ThrTrans PIC 9(6).
           02 FILLER PIC X.
           02 ThrTest PIC X.

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

       FD NexusReport.
       01 NexusLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 LookbackStart PIC 9(8) VALUE ZEROS.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
      *A state is reported as approaching once either measure reaches
      *this percentage of its threshold.
       01 NexusWarnPct PIC 9(3) VALUE 80.
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
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 CustTable.
           02 CustEntry OCCURS 1000 TIMES.
               03 CTIDNum PIC 9(7).
               03 CTState PIC X(2).
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustIdx PIC 9(4) VALUE ZERO.
       01 CustFoundIdx PIC 9(4) VALUE ZERO.
       01 JurisTable.
           02 JurisEntry OCCURS 50 TIMES.
               03 JTCode PIC X(2).
               03 JTActive PIC X.
       01 JurisCount PIC 99 VALUE ZERO.
       01 JurisIdx PIC 99 VALUE ZERO.
       01 ThrTable.
           02 ThrEntry OCCURS 60 TIMES.
               03 TTState PIC X(2).
               03 TTSales PIC 9(9)V99.
               03 TTTrans PIC 9(6).
               03 TTTest PIC X.
       01 ThrCount PIC 99 VALUE ZERO.
       01 ThrIdx PIC 99 VALUE ZERO.
       01 ThrFoundIdx PIC 99 VALUE ZERO.
       01 DefaultSales PIC 9(9)V99 VALUE 100000.00.
       01 DefaultTrans PIC 9(6) VALUE 200.
       01 DefaultTest PIC X VALUE "O".
       01 StateTable.
           02 StateEntry OCCURS 60 TIMES.
               03 STState PIC X(2).
               03 STSales PIC S9(10)V99.
               03 STTrans PIC 9(6).
               03 STCustCount PIC 9(5).
               03 STCollecting PIC X.
               03 STStatus PIC X.
                   88 StateCrossed VALUE "C".
                   88 StateApproaching VALUE "A".
       01 StateCount PIC 99 VALUE ZERO.
       01 StateIdx PIC 99 VALUE ZERO.
       01 StFoundIdx PIC 99 VALUE ZERO.
       01 WantedState PIC X(2) VALUE SPACE.
       01 UseSales PIC 9(9)V99 VALUE ZERO.
       01 UseTrans PIC 9(6) VALUE ZERO.
       01 UseTest PIC X VALUE "O".
       01 SalesPct PIC 9(5) VALUE ZERO.
       01 TransPct PIC 9(5) VALUE ZERO.
       01 SalesOver PIC X VALUE "N".
       01 TransOver PIC X VALUE "N".
       01 SalesNear PIC X VALUE "N".
       01 TransNear PIC X VALUE "N".
       01 InvCounted PIC 9(6) VALUE ZERO.
       01 NoStateCount PIC 9(6) VALUE ZERO.
       01 CrossedCount PIC 99 VALUE ZERO.
       01 ApproachCount PIC 99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 NexusHeading.
           02 FILLER PIC X(34) VALUE
               "ECONOMIC NEXUS MONITOR - 12 MONTHS".
           02 FILLER PIC X(6) VALUE " FROM ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnToDate PIC 9(8).
       01 AlertHeading PIC X(70) VALUE
           "STATES AT OR NEAR THRESHOLD WITH NO ACTIVE JURISDICTION".
       01 StateHeading PIC X(70) VALUE
           "ALL CUSTOMER STATES".
       01 NexusColumns.
           02 FILLER PIC X(40) VALUE
               "State  Customers    12-month sales   Sal".
           02 FILLER PIC X(40) VALUE
               "es threshold   Trans  Threshold  Test   ".
           02 FILLER PIC X(6) VALUE "Status".
       01 NexusDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnState PIC X(2).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCustCount PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnThrSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrans PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnThrTrans PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnTest PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X(12).
       01 NexusTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotalLabel PIC X(40).
           02 PrnTotalCount PIC ZZZ,ZZ9.
       01 RunLogJob PIC X(12) VALUE "NEXUS".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetLookback
           PERFORM LoadThresholds
           PERFORM LoadJurisdictions
           PERFORM LoadCustomers
           IF CustCount = ZERO
               DISPLAY "No customers on file - nothing to monitor"
           ELSE
               PERFORM LoadExchRateTable
               PERFORM ScanInvoices
               PERFORM AssessStates
               PERFORM PrintNexusReport
               DISPLAY "Nexus monitor written to NexusMon.rpt - "
                   CrossedCount " crossed, " ApproachCount
                   " approaching"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE InvCounted TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       ReadBusinessDate.
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE WSToday TO WSBusDate
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

      *The rolling twelve months end on the business date.
       SetLookback.
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       MOVE -364 TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO LookbackStart.

       LoadThresholds.
       MOVE ZERO TO ThrCount
       OPEN INPUT ThresholdFile
       IF WSFileStatus = "35"
           PERFORM CreateDefaultThresholds
           OPEN INPUT ThresholdFile
       END-IF
       MOVE SPACES TO ThrState
       PERFORM LoadOneThreshold UNTIL ThresholdEOF
       CLOSE ThresholdFile.

       LoadOneThreshold.
       READ ThresholdFile
           AT END SET ThresholdEOF TO TRUE
           NOT AT END
               IF ThrState = "**"
                   MOVE ThrSales TO DefaultSales
                   MOVE ThrTrans TO DefaultTrans
                   MOVE ThrTest TO DefaultTest
               ELSE
                   IF ThrCount < 60
                       ADD 1 TO ThrCount
                       MOVE ThrState TO TTState(ThrCount)
                       MOVE ThrSales TO TTSales(ThrCount)
                       MOVE ThrTrans TO TTTrans(ThrCount)
                       MOVE ThrTest TO TTTest(ThrCount)
                   END-IF
               END-IF
       END-READ.

      *Started with the common threshold - $100,000 of sales or 200
      *transactions - for every state; states that differ are added
      *to NexusThr.dat by hand.
       CreateDefaultThresholds.
       OPEN OUTPUT ThresholdFile
       MOVE SPACES TO ThresholdRecord
       MOVE "**" TO ThrState
       MOVE DefaultSales TO ThrSales
       MOVE DefaultTrans TO ThrTrans
       MOVE DefaultTest TO ThrTest
       WRITE ThresholdRecord
       CLOSE ThresholdFile
       DISPLAY "NexusThr.dat created with the default threshold".

       LoadJurisdictions.
       MOVE ZERO TO JurisCount
       OPEN INPUT JurisFile
       IF WSFileStatus = "35"
           DISPLAY "No jurisdiction master - no state is collecting"
       ELSE
           MOVE SPACES TO JurCode
           PERFORM LoadOneJurisdiction UNTIL JurisEOF
           CLOSE JurisFile
       END-IF.

       LoadOneJurisdiction.
       READ JurisFile
           AT END SET JurisEOF TO TRUE
           NOT AT END
               IF JurisCount < 50
                   ADD 1 TO JurisCount
                   MOVE JurCode TO JTCode(JurisCount)
                   MOVE JurActive TO JTActive(JurisCount)
               END-IF
       END-READ.

       LoadCustomers.
       MOVE ZERO TO CustCount
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
               IF CustCount < 1000
                   ADD 1 TO CustCount
                   MOVE IDNum TO CTIDNum(CustCount)
                   MOVE AddrState TO CTState(CustCount)
               ELSE
                   DISPLAY "More than 1000 customers - customer "
                       IDNum " not monitored"
               END-IF
       END-READ.

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

      *Each invoice in the twelve months is a transaction in the
      *customer's state and adds to its sales; credit memos take their
      *value back off but are not transactions.  Amounts are in the
      *home currency.
       ScanInvoices.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - nothing to monitor"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM ScanOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       ScanOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF NOT InvVoided
                   AND (InvoiceDoc OR CreditMemoDoc)
                   AND InvDate NOT < LookbackStart
                   AND InvDate NOT > WSBusDate
                   PERFORM TallyInvoice
               END-IF
       END-READ.

       TallyInvoice.
       MOVE ZERO TO CustFoundIdx
       PERFORM VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > CustCount OR CustFoundIdx > ZERO
           IF CTIDNum(CustIdx) = InvIDNum
               MOVE CustIdx TO CustFoundIdx
           END-IF
       END-PERFORM
       MOVE SPACES TO WantedState
       IF CustFoundIdx > ZERO
           MOVE CTState(CustFoundIdx) TO WantedState
       END-IF
       IF WantedState = SPACES
           ADD 1 TO NoStateCount
       ELSE
           PERFORM FindState
           IF StFoundIdx > ZERO
               MOVE InvCurrency TO RateCurrency
               MOVE InvDate TO RateDate
               PERFORM LookupExchRate
               COMPUTE HomeAmount ROUNDED = InvAmount * WSExchRate
               IF CreditMemoDoc
                   SUBTRACT HomeAmount FROM STSales(StFoundIdx)
               ELSE
                   ADD HomeAmount TO STSales(StFoundIdx)
                   ADD 1 TO STTrans(StFoundIdx)
                   ADD 1 TO InvCounted
               END-IF
           END-IF
       END-IF.

       FindState.
       MOVE ZERO TO StFoundIdx
       PERFORM VARYING StateIdx FROM 1 BY 1
           UNTIL StateIdx > StateCount OR StFoundIdx > ZERO
           IF STState(StateIdx) = WantedState
               MOVE StateIdx TO StFoundIdx
           END-IF
       END-PERFORM
       IF StFoundIdx = ZERO AND StateCount < 60
           ADD 1 TO StateCount
           MOVE StateCount TO StFoundIdx
           MOVE WantedState TO STState(StFoundIdx)
           MOVE ZERO TO STSales(StFoundIdx)
           MOVE ZERO TO STTrans(StFoundIdx)
           MOVE ZERO TO STCustCount(StFoundIdx)
           MOVE "N" TO STCollecting(StFoundIdx)
           MOVE SPACE TO STStatus(StFoundIdx)
       END-IF.

      *A state is collecting when it has an active jurisdiction on the
      *master; only states that are not are flagged.
       AssessStates.
       PERFORM VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > CustCount
           IF CTState(CustIdx) NOT = SPACES
               MOVE CTState(CustIdx) TO WantedState
               PERFORM FindState
               IF StFoundIdx > ZERO
                   ADD 1 TO STCustCount(StFoundIdx)
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING StateIdx FROM 1 BY 1
           UNTIL StateIdx > StateCount
           PERFORM VARYING JurisIdx FROM 1 BY 1
               UNTIL JurisIdx > JurisCount
               IF JTCode(JurisIdx) = STState(StateIdx)
                   AND JTActive(JurisIdx) = "A"
                   MOVE "Y" TO STCollecting(StateIdx)
               END-IF
           END-PERFORM
           PERFORM FindThreshold
           PERFORM TestThreshold
       END-PERFORM.

       FindThreshold.
       MOVE DefaultSales TO UseSales
       MOVE DefaultTrans TO UseTrans
       MOVE DefaultTest TO UseTest
       PERFORM VARYING ThrIdx FROM 1 BY 1
           UNTIL ThrIdx > ThrCount
           IF TTState(ThrIdx) = STState(StateIdx)
               MOVE TTSales(ThrIdx) TO UseSales
               MOVE TTTrans(ThrIdx) TO UseTrans
               MOVE TTTest(ThrIdx) TO UseTest
           END-IF
       END-PERFORM
       IF UseTest NOT = "A"
           MOVE "O" TO UseTest
       END-IF.

       TestThreshold.
       MOVE "N" TO SalesOver
       MOVE "N" TO TransOver
       MOVE "N" TO SalesNear
       MOVE "N" TO TransNear
       IF UseSales > ZERO AND STSales(StateIdx) > ZERO
           COMPUTE SalesPct = STSales(StateIdx) * 100 / UseSales
           IF STSales(StateIdx) NOT < UseSales
               MOVE "Y" TO SalesOver
           END-IF
           IF SalesPct NOT < NexusWarnPct
               MOVE "Y" TO SalesNear
           END-IF
       END-IF
       IF UseTrans > ZERO
           COMPUTE TransPct = STTrans(StateIdx) * 100 / UseTrans
           IF STTrans(StateIdx) NOT < UseTrans
               MOVE "Y" TO TransOver
           END-IF
           IF TransPct NOT < NexusWarnPct
               MOVE "Y" TO TransNear
           END-IF
       END-IF
      *Under the both-thresholds test a threshold of zero is met.
       IF UseTest = "A"
           IF UseSales = ZERO
               MOVE "Y" TO SalesOver
               MOVE "Y" TO SalesNear
           END-IF
           IF UseTrans = ZERO
               MOVE "Y" TO TransOver
               MOVE "Y" TO TransNear
           END-IF
           IF UseSales = ZERO AND UseTrans = ZERO
               MOVE "N" TO SalesOver
               MOVE "N" TO SalesNear
           END-IF
           IF SalesOver = "Y" AND TransOver = "Y"
               MOVE "C" TO STStatus(StateIdx)
           ELSE
               IF SalesNear = "Y" AND TransNear = "Y"
                   MOVE "A" TO STStatus(StateIdx)
               END-IF
           END-IF
       ELSE
           IF SalesOver = "Y" OR TransOver = "Y"
               MOVE "C" TO STStatus(StateIdx)
           ELSE
               IF SalesNear = "Y" OR TransNear = "Y"
                   MOVE "A" TO STStatus(StateIdx)
               END-IF
           END-IF
       END-IF
       IF STCollecting(StateIdx) = "N"
           IF StateCrossed(StateIdx)
               ADD 1 TO CrossedCount
           END-IF
           IF StateApproaching(StateIdx)
               ADD 1 TO ApproachCount
           END-IF
       END-IF.

       PrintNexusReport.
       OPEN OUTPUT NexusReport
       MOVE LookbackStart TO PrnFromDate
       MOVE WSBusDate TO PrnToDate
       WRITE NexusLine FROM NexusHeading
       WRITE NexusLine FROM AlertHeading AFTER ADVANCING 3 LINES
       WRITE NexusLine FROM NexusColumns AFTER ADVANCING 1 LINE
       PERFORM VARYING StateIdx FROM 1 BY 1
           UNTIL StateIdx > StateCount
           IF STCollecting(StateIdx) = "N"
               AND StateCrossed(StateIdx)
               PERFORM PrintStateLine
           END-IF
       END-PERFORM
       PERFORM VARYING StateIdx FROM 1 BY 1
           UNTIL StateIdx > StateCount
           IF STCollecting(StateIdx) = "N"
               AND StateApproaching(StateIdx)
               PERFORM PrintStateLine
           END-IF
       END-PERFORM
       IF CrossedCount = ZERO AND ApproachCount = ZERO
           MOVE SPACES TO NexusLine
           MOVE "  No uncollected state is near its threshold"
               TO NexusLine
           WRITE NexusLine AFTER ADVANCING 1 LINE
       END-IF
       WRITE NexusLine FROM StateHeading AFTER ADVANCING 3 LINES
       WRITE NexusLine FROM NexusColumns AFTER ADVANCING 1 LINE
       PERFORM VARYING StateIdx FROM 1 BY 1
           UNTIL StateIdx > StateCount
           PERFORM PrintStateLine
       END-PERFORM
       MOVE "Invoices counted" TO PrnTotalLabel
       MOVE InvCounted TO PrnTotalCount
       WRITE NexusLine FROM NexusTotalLine AFTER ADVANCING 2 LINES
       MOVE "Invoices for customers with no state" TO PrnTotalLabel
       MOVE NoStateCount TO PrnTotalCount
       WRITE NexusLine FROM NexusTotalLine AFTER ADVANCING 1 LINE
       MOVE "Threshold crossed, not collecting" TO PrnTotalLabel
       MOVE CrossedCount TO PrnTotalCount
       WRITE NexusLine FROM NexusTotalLine AFTER ADVANCING 1 LINE
       MOVE "Approaching threshold, not collecting" TO PrnTotalLabel
       MOVE ApproachCount TO PrnTotalCount
       WRITE NexusLine FROM NexusTotalLine AFTER ADVANCING 1 LINE
       CLOSE NexusReport.

       PrintStateLine.
       PERFORM FindThreshold
       MOVE STState(StateIdx) TO PrnState
       MOVE STCustCount(StateIdx) TO PrnCustCount
       MOVE STSales(StateIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnSales
       MOVE UseSales TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnThrSales
       MOVE STTrans(StateIdx) TO PrnTrans
       MOVE UseTrans TO PrnThrTrans
       IF UseTest = "A"
           MOVE "BOTH" TO PrnTest
       ELSE
           MOVE "ONE" TO PrnTest
       END-IF
       EVALUATE TRUE
           WHEN STCollecting(StateIdx) = "Y"
               MOVE "COLLECTING" TO PrnStatus
           WHEN StateCrossed(StateIdx)
               MOVE "CROSSED" TO PrnStatus
           WHEN StateApproaching(StateIdx)
               MOVE "APPROACHING" TO PrnStatus
           WHEN OTHER
               MOVE "BELOW" TO PrnStatus
       END-EVALUATE
       WRITE NexusLine FROM NexusDetailLine AFTER ADVANCING 1 LINE.
