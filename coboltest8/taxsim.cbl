      *Tax rate change what-if simulation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxsim.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxRatesFile ASSIGN TO "TaxRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PendFile ASSIGN TO "RatePend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxAuditFile ASSIGN TO "TaxAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SimReport ASSIGN TO "TaxSim.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TaxRatesFile.
       01 TaxRateRecord.
           02 RateJuris PIC X(2).
               88 RatesEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 RateComp PIC X(8).
           02 FILLER PIC X.
           02 RateValue PIC 9V999.
           02 FILLER PIC X.
           02 RateFrom PIC 9(8).
           02 FILLER PIC X.
           02 RateTo PIC 9(8).
           02 FILLER PIC X.
           02 RateRound PIC X.

       FD PendFile.
       01 PendRecord.
           02 PndAction PIC X.
               88 PendEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 PndJuris PIC X(2).
           02 FILLER PIC X.
           02 PndComp PIC X(8).
           02 FILLER PIC X.
           02 PndValue PIC 9V999.
           02 FILLER PIC X.
           02 PndFrom PIC 9(8).
           02 FILLER PIC X.
           02 PndTo PIC 9(8).
           02 FILLER PIC X.
           02 PndRound PIC X.

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

       FD SimReport.
       01 SimLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 FromDate PIC 9(8) VALUE ZEROS.
       01 ToDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 RateTable.
           02 RateEntry OCCURS 50 TIMES.
               03 RTJuris PIC X(2).
               03 RTComp PIC X(8).
       01 RateCount PIC 99 VALUE ZERO.
       01 RateIdx PIC 99 VALUE ZERO.
       01 PendTable.
           02 PendEntry OCCURS 50 TIMES.
               03 PdAction PIC X.
               03 PdJuris PIC X(2).
               03 PdComp PIC X(8).
               03 PdValue PIC 9V999.
               03 PdFrom PIC 9(8).
               03 PdTo PIC 9(8).
               03 PdRound PIC X.
               03 PdNewComp PIC X.
                   88 PendNewComponent VALUE "Y".
       01 PendCount PIC 99 VALUE ZERO.
       01 PendIdx PIC 99 VALUE ZERO.
       01 PdFoundIdx PIC 99 VALUE ZERO.
       01 JurTable.
           02 JurEntry OCCURS 50 TIMES.
               03 JtJuris PIC X(2).
               03 JtCount PIC 9(6).
               03 JtActual PIC 9(10)V99.
               03 JtSimulated PIC 9(10)V99.
       01 JurCount PIC 99 VALUE ZERO.
       01 JurIdx PIC 99 VALUE ZERO.
       01 JtFoundIdx PIC 99 VALUE ZERO.
       01 CustTable.
           02 CustEntry OCCURS 500 TIMES.
               03 CtIDNum PIC 9(7).
               03 CtActual PIC 9(10)V99.
               03 CtSimulated PIC 9(10)V99.
               03 CtDiff PIC S9(10)V99.
               03 CtListed PIC X.
                   88 CustListed VALUE "Y".
       01 CustCount PIC 9(3) VALUE ZERO.
       01 CustIdx PIC 9(3) VALUE ZERO.
       01 CtFoundIdx PIC 9(3) VALUE ZERO.
       01 CustDropped PIC 9(6) VALUE ZERO.
       01 BestIdx PIC 9(3) VALUE ZERO.
       01 BestSize PIC 9(10)V99 VALUE ZERO.
       01 DiffSize PIC 9(10)V99 VALUE ZERO.
       01 RankCount PIC 9(3) VALUE ZERO.
       01 SimJuris PIC X(2) VALUE SPACE.
       01 SimIDNum PIC 9(7) VALUE ZEROS.
       01 ActualTax PIC 9(6)V99 VALUE ZERO.
       01 SimTax PIC 9(6)V99 VALUE ZERO.
       01 CompTaxAmount PIC 9(6)V99 VALUE ZERO.
       01 TotalActual PIC 9(10)V99 VALUE ZERO.
       01 TotalSimulated PIC 9(10)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 SimHeading.
           02 FILLER PIC X(36) VALUE
               "TAX RATE WHAT-IF SIMULATION - PERIOD".
           02 FILLER PIC X VALUE SPACE.
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrnToDate PIC 9(8).
       01 SimNoteLine PIC X(80) VALUE "Pending rate changes applied " &
           "as if approved - the tax logs are not altered".
       01 PendHeads PIC X(58) VALUE "Act Jur Component   Rate   " &
           "Effective from - to    Round".
       01 PendDetailLine.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPdAction PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPdJuris PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPdComp PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPdValue PIC 9.999.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPdFrom PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnPdTo PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnPdRound PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPdNote PIC X(13).
       01 JurHeading PIC X(44) VALUE
           "TAX DIFFERENCE BY JURISDICTION".
       01 JurHeads PIC X(70) VALUE "Jur   Records       Actual tax " &
           "   Simulated tax       Difference".
       01 JurDetailLine.
           02 PrnJtJuris PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJtCount PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJtActual PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJtSimulated PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJtDiff PIC $$,$$$,$$9.99CR.
       01 SimTotalLine.
           02 FILLER PIC X(12) VALUE "PERIOD TOTAL".
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnTotActual PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotSimulated PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotDiff PIC $$,$$$,$$9.99CR.
       01 CustHeading PIC X(60) VALUE
           "TAX DIFFERENCE BY CUSTOMER - LARGEST AFFECTED FIRST".
       01 CustHeads PIC X(70) VALUE "Rank  Customer     Actual tax " &
           "   Simulated tax       Difference".
       01 CustDetailLine.
           02 PrnRank PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtActual PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtSimulated PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtDiff PIC $$,$$$,$$9.99CR.
       01 CustUnchangedLine.
           02 PrnUnchanged PIC ZZZZZ9.
           02 FILLER PIC X(40) VALUE
               " other customers taxed in the period are".
           02 FILLER PIC X(12) VALUE " unaffected".

       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
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
           IF ToDate = ZEROS OR ToDate < FromDate
               DISPLAY "Invalid period"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LoadRateTable
               PERFORM LoadPendTable
               IF PendCount = ZERO
                   DISPLAY "No rate changes await approval - " &
                       "nothing to simulate"
               ELSE
                   PERFORM ReplayComponentLog
                   PERFORM ReplayNewComponents
                   PERFORM PrintSimReport
                   DISPLAY "Simulation report written to TaxSim.rpt"
               END-IF
           END-IF
           STOP RUN.

      *Only the jurisdiction and component of each rate in force are
      *needed, to tell a pending rate for a component already charged
      *from one that would bring in a new component.
       LoadRateTable.
       MOVE ZERO TO RateCount
       OPEN INPUT TaxRatesFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO RateJuris
           PERFORM LoadOneRate UNTIL RatesEOF
           CLOSE TaxRatesFile
       END-IF.

       LoadOneRate.
       READ TaxRatesFile
           AT END SET RatesEOF TO TRUE
           NOT AT END
               IF RateCount < 50
                   ADD 1 TO RateCount
                   MOVE RateJuris TO RTJuris(RateCount)
                   IF RateComp = SPACES
                       MOVE "STATE" TO RTComp(RateCount)
                   ELSE
                       MOVE RateComp TO RTComp(RateCount)
                   END-IF
               END-IF
       END-READ.

       LoadPendTable.
       MOVE ZERO TO PendCount
       OPEN INPUT PendFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO PndAction
           PERFORM LoadOnePending UNTIL PendEOF
           CLOSE PendFile
       END-IF.

       LoadOnePending.
       READ PendFile
           AT END SET PendEOF TO TRUE
           NOT AT END
               IF PendCount < 50
                   ADD 1 TO PendCount
                   MOVE PndAction TO PdAction(PendCount)
                   MOVE PndJuris TO PdJuris(PendCount)
                   IF PndComp = SPACES
                       MOVE "STATE" TO PdComp(PendCount)
                   ELSE
                       MOVE PndComp TO PdComp(PendCount)
                   END-IF
                   MOVE PndValue TO PdValue(PendCount)
                   MOVE PndFrom TO PdFrom(PendCount)
                   MOVE PndTo TO PdTo(PendCount)
                   IF PndRound = SPACE
                       MOVE "H" TO PdRound(PendCount)
                   ELSE
                       MOVE PndRound TO PdRound(PendCount)
                   END-IF
                   MOVE "N" TO PdNewComp(PendCount)
                   IF PdAction(PendCount) NOT = "E"
                       PERFORM CheckNewComponent
                   END-IF
               END-IF
       END-READ.

       CheckNewComponent.
       MOVE "Y" TO PdNewComp(PendCount)
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           IF RTJuris(RateIdx) = PdJuris(PendCount)
               AND RTComp(RateIdx) = PdComp(PendCount)
               MOVE "N" TO PdNewComp(PendCount)
           END-IF
       END-PERFORM.

      *Each component actually charged in the period is taxed again.
      *A pending new rate for the component replaces the rate used,
      *whatever date it is to take effect from, so that the period
      *shows what the change would have cost; where more than one is
      *pending the last entered is taken, as rateappr would leave it.
      *A pending end date stops the component from the day after.
      *Components with nothing pending keep the tax actually charged.
       ReplayComponentLog.
       OPEN INPUT TaxCompFile
       IF WSFileStatus = "35"
           DISPLAY "No tax component log on file"
       ELSE
           MOVE SPACES TO TcJurisdiction
           PERFORM ReplayOneComponent UNTIL TaxCompEOF
           CLOSE TaxCompFile
       END-IF.

       ReplayOneComponent.
       READ TaxCompFile
           AT END SET TaxCompEOF TO TRUE
           NOT AT END
               IF TcDate NOT < FromDate AND TcDate NOT > ToDate
                   PERFORM SimulateComponentTax
               END-IF
       END-READ.

       SimulateComponentTax.
       MOVE TcTaxAmt TO ActualTax
       MOVE TcTaxAmt TO SimTax
       MOVE ZERO TO PdFoundIdx
       PERFORM VARYING PendIdx FROM 1 BY 1
           UNTIL PendIdx > PendCount
           IF PdJuris(PendIdx) = TcJurisdiction
               AND PdComp(PendIdx) = TcComponent
               MOVE PendIdx TO PdFoundIdx
           END-IF
       END-PERFORM
       IF PdFoundIdx > ZERO
           IF PdAction(PdFoundIdx) = "E"
               IF TcDate > PdTo(PdFoundIdx)
                   MOVE ZERO TO SimTax
               END-IF
           ELSE
               PERFORM ComputePendingTax
               MOVE CompTaxAmount TO SimTax
           END-IF
       END-IF
       MOVE TcJurisdiction TO SimJuris
       MOVE TcIDNum TO SimIDNum
       PERFORM TallyJurisdiction
       PERFORM TallyCustomer.

      *Same rounding rules as the tax calculation: T and G truncate
      *each component, H rounds it half up.
       ComputePendingTax.
       IF PdRound(PdFoundIdx) = "T" OR PdRound(PdFoundIdx) = "G"
           COMPUTE CompTaxAmount = TcPrice * PdValue(PdFoundIdx)
       ELSE
           COMPUTE CompTaxAmount ROUNDED =
               TcPrice * PdValue(PdFoundIdx)
       END-IF.

      *A pending rate for a component the jurisdiction does not charge
      *today has no component record to replay, so it is applied to
      *the taxed sale on each audit record instead.  Sales that carried
      *no tax (exempt customers, untaxed freight) stay untaxed.
       ReplayNewComponents.
       MOVE ZERO TO PdFoundIdx
       PERFORM VARYING PendIdx FROM 1 BY 1
           UNTIL PendIdx > PendCount
           IF PendNewComponent(PendIdx)
               MOVE PendIdx TO PdFoundIdx
           END-IF
       END-PERFORM
       IF PdFoundIdx > ZERO
           OPEN INPUT TaxAuditFile
           IF WSFileStatus = "35"
               DISPLAY "No tax audit log on file"
           ELSE
               MOVE SPACES TO AudJurisdiction
               PERFORM ReplayOneAudit UNTIL TaxAuditEOF
               CLOSE TaxAuditFile
           END-IF
       END-IF.

       ReplayOneAudit.
       READ TaxAuditFile
           AT END SET TaxAuditEOF TO TRUE
           NOT AT END
               IF AudDate NOT < FromDate AND AudDate NOT > ToDate
                   AND AudTaxAmt > ZERO
                   PERFORM AddNewComponentTax
               END-IF
       END-READ.

       AddNewComponentTax.
       MOVE ZERO TO ActualTax
       MOVE ZERO TO SimTax
       PERFORM VARYING PendIdx FROM 1 BY 1
           UNTIL PendIdx > PendCount
           IF PendNewComponent(PendIdx)
               AND PdJuris(PendIdx) = AudJurisdiction
               IF PdRound(PendIdx) = "T" OR PdRound(PendIdx) = "G"
                   COMPUTE CompTaxAmount = AudPrice * PdValue(PendIdx)
               ELSE
                   COMPUTE CompTaxAmount ROUNDED =
                       AudPrice * PdValue(PendIdx)
               END-IF
               ADD CompTaxAmount TO SimTax
           END-IF
       END-PERFORM
       IF SimTax > ZERO
           MOVE AudJurisdiction TO SimJuris
           MOVE AudIDNum TO SimIDNum
           PERFORM TallyJurisdiction
           PERFORM TallyCustomer
       END-IF.

       TallyJurisdiction.
       MOVE ZERO TO JtFoundIdx
       PERFORM VARYING JurIdx FROM 1 BY 1
           UNTIL JurIdx > JurCount
           IF JtJuris(JurIdx) = SimJuris
               MOVE JurIdx TO JtFoundIdx
           END-IF
       END-PERFORM
       IF JtFoundIdx = ZERO AND JurCount < 50
           ADD 1 TO JurCount
           MOVE JurCount TO JtFoundIdx
           MOVE SimJuris TO JtJuris(JtFoundIdx)
           MOVE ZERO TO JtCount(JtFoundIdx)
           MOVE ZERO TO JtActual(JtFoundIdx)
           MOVE ZERO TO JtSimulated(JtFoundIdx)
       END-IF
       IF JtFoundIdx > ZERO
           ADD 1 TO JtCount(JtFoundIdx)
           ADD ActualTax TO JtActual(JtFoundIdx)
           ADD SimTax TO JtSimulated(JtFoundIdx)
           ADD ActualTax TO TotalActual
           ADD SimTax TO TotalSimulated
       END-IF.

       TallyCustomer.
       MOVE ZERO TO CtFoundIdx
       PERFORM VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > CustCount
           IF CtIDNum(CustIdx) = SimIDNum
               MOVE CustIdx TO CtFoundIdx
           END-IF
       END-PERFORM
       IF CtFoundIdx = ZERO AND CustCount < 500
           ADD 1 TO CustCount
           MOVE CustCount TO CtFoundIdx
           MOVE SimIDNum TO CtIDNum(CtFoundIdx)
           MOVE ZERO TO CtActual(CtFoundIdx)
           MOVE ZERO TO CtSimulated(CtFoundIdx)
           MOVE ZERO TO CtDiff(CtFoundIdx)
           MOVE "N" TO CtListed(CtFoundIdx)
       END-IF
       IF CtFoundIdx = ZERO
           ADD 1 TO CustDropped
       ELSE
           ADD ActualTax TO CtActual(CtFoundIdx)
           ADD SimTax TO CtSimulated(CtFoundIdx)
           COMPUTE CtDiff(CtFoundIdx) =
               CtSimulated(CtFoundIdx) - CtActual(CtFoundIdx)
       END-IF.

       PrintSimReport.
       OPEN OUTPUT SimReport
       MOVE FromDate TO PrnFromDate
       MOVE ToDate TO PrnToDate
       WRITE SimLine FROM SimHeading
       WRITE SimLine FROM SimNoteLine AFTER ADVANCING 1 LINE
       WRITE SimLine FROM PendHeads AFTER ADVANCING 2 LINES
       PERFORM VARYING PendIdx FROM 1 BY 1
           UNTIL PendIdx > PendCount
           MOVE PdAction(PendIdx) TO PrnPdAction
           MOVE PdJuris(PendIdx) TO PrnPdJuris
           MOVE PdComp(PendIdx) TO PrnPdComp
           MOVE PdValue(PendIdx) TO PrnPdValue
           MOVE PdFrom(PendIdx) TO PrnPdFrom
           MOVE PdTo(PendIdx) TO PrnPdTo
           MOVE PdRound(PendIdx) TO PrnPdRound
           IF PendNewComponent(PendIdx)
               MOVE "new component" TO PrnPdNote
           ELSE
               MOVE SPACES TO PrnPdNote
           END-IF
           WRITE SimLine FROM PendDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       PERFORM PrintJurisdictionDifference
       PERFORM PrintCustomerDifference
       CLOSE SimReport.

       PrintJurisdictionDifference.
       WRITE SimLine FROM JurHeading AFTER ADVANCING 3 LINES
       WRITE SimLine FROM JurHeads AFTER ADVANCING 1 LINE
       PERFORM VARYING JurIdx FROM 1 BY 1
           UNTIL JurIdx > JurCount
           MOVE JtJuris(JurIdx) TO PrnJtJuris
           MOVE JtCount(JurIdx) TO PrnJtCount
           MOVE JtActual(JurIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnJtActual
           MOVE JtSimulated(JurIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnJtSimulated
           COMPUTE WSAmtSigned =
               JtSimulated(JurIdx) - JtActual(JurIdx)
           CALL 'formatcurrency' USING WSAmtSigned, PrnJtDiff
           WRITE SimLine FROM JurDetailLine AFTER ADVANCING 1 LINE
       END-PERFORM
       MOVE TotalActual TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotActual
       MOVE TotalSimulated TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotSimulated
       COMPUTE WSAmtSigned = TotalSimulated - TotalActual
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotDiff
       WRITE SimLine FROM SimTotalLine AFTER ADVANCING 2 LINES.

      *Customers are ranked on the size of the difference either way,
      *largest first; those the change does not touch are only counted.
       PrintCustomerDifference.
       WRITE SimLine FROM CustHeading AFTER ADVANCING 3 LINES
       WRITE SimLine FROM CustHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO RankCount
       MOVE 1 TO BestIdx
       PERFORM UNTIL BestIdx = ZERO
           PERFORM FindLargestDifference
           IF BestIdx > ZERO
               MOVE "Y" TO CtListed(BestIdx)
               ADD 1 TO RankCount
               PERFORM PrintCustomerLine
           END-IF
       END-PERFORM
       IF RankCount < CustCount
           COMPUTE PrnUnchanged = CustCount - RankCount
           WRITE SimLine FROM CustUnchangedLine
               AFTER ADVANCING 2 LINES
       END-IF
       IF CustDropped > ZERO
           MOVE SPACES TO SimLine
           MOVE "CUSTOMERS BEYOND TABLE CAPACITY - LIST INCOMPLETE"
               TO SimLine
           WRITE SimLine AFTER ADVANCING 1 LINE
       END-IF.

       FindLargestDifference.
       MOVE ZERO TO BestIdx
       MOVE ZERO TO BestSize
       PERFORM VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > CustCount
           IF NOT CustListed(CustIdx)
               IF CtDiff(CustIdx) < ZERO
                   COMPUTE DiffSize = ZERO - CtDiff(CustIdx)
               ELSE
                   MOVE CtDiff(CustIdx) TO DiffSize
               END-IF
               IF DiffSize > BestSize
                   MOVE DiffSize TO BestSize
                   MOVE CustIdx TO BestIdx
               END-IF
           END-IF
       END-PERFORM.

       PrintCustomerLine.
       MOVE RankCount TO PrnRank
       MOVE CtIDNum(BestIdx) TO PrnCtIDNum
       MOVE CtActual(BestIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCtActual
       MOVE CtSimulated(BestIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCtSimulated
       MOVE CtDiff(BestIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCtDiff
       WRITE SimLine FROM CustDetailLine AFTER ADVANCING 1 LINE.
