      *Monthly revenue budget variance report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgvar.
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
           SELECT BudgetFile ASSIGN TO "Budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TolFile ASSIGN TO "BudgTol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT VarReport ASSIGN TO WSVarRptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD BudgetFile.
           COPY budgdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD TolFile.
       01 TolRecord PIC 9(2)V9.

       FD VarReport.
       01 VarLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSVarRptName PIC X(40) VALUE "BudgVar.rpt".
       01 WSRptType PIC X(10) VALUE "BUDGVAR".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 RptMonthIn PIC 9(6) VALUE ZEROS.
       01 RptMonth PIC 9(6) VALUE ZEROS.
       01 RptMonthParts REDEFINES RptMonth.
           02 RptYear PIC 9(4).
           02 RptMon PIC 99.
       01 TolerancePct PIC 9(2)V9 VALUE 10.0.
       01 SignedAmount PIC S9(8)V99 VALUE ZERO.
       01 WorkJuris PIC X(2) VALUE SPACE.
       01 VarTable.
           02 VarEntry OCCURS 100 TIMES.
               03 VJuris PIC X(2).
               03 VMonActual PIC S9(10)V99.
               03 VMonBudget PIC S9(10)V99.
               03 VYtdActual PIC S9(10)V99.
               03 VYtdBudget PIC S9(10)V99.
       01 VarCount PIC 9(3) VALUE ZERO.
       01 VarIdx PIC 9(3) VALUE ZERO.
       01 VarFoundIdx PIC 9(3) VALUE ZERO.
       01 DroppedJuris PIC 9(6) VALUE ZERO.
       01 TotMonActual PIC S9(10)V99 VALUE ZERO.
       01 TotMonBudget PIC S9(10)V99 VALUE ZERO.
       01 TotYtdActual PIC S9(10)V99 VALUE ZERO.
       01 TotYtdBudget PIC S9(10)V99 VALUE ZERO.
       01 WorkActual PIC S9(10)V99 VALUE ZERO.
       01 WorkBudget PIC S9(10)V99 VALUE ZERO.
       01 WorkVariance PIC S9(10)V99 VALUE ZERO.
       01 VarPct PIC S9(4)V9 VALUE ZERO.
       01 AbsVarPct PIC 9(4)V9 VALUE ZERO.
       01 FlagCount PIC 9(4) VALUE ZERO.
       01 InvoiceCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 VarHeading.
           02 FILLER PIC X(37) VALUE
               "REVENUE BUDGET VARIANCE - RUN OF     ".
           02 PrnRunDate PIC 9(8).
       01 CompanyHeading.
           02 FILLER PIC X(8) VALUE "COMPANY ".
           02 PrnCompany PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCompName PIC X(30).
       01 SectionHeading.
           02 PrnSectionName PIC X(17).
           02 PrnSecYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 PrnSecMonth PIC 99.
       01 VarHeads.
           02 FILLER PIC X(15) VALUE "Jur".
           02 FILLER PIC X(17) VALUE "Actual".
           02 FILLER PIC X(15) VALUE "Budget".
           02 FILLER PIC X(13) VALUE "Variance".
           02 FILLER PIC X(5) VALUE "Var %".
       01 VarDetailLine.
           02 PrnJuris PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnActual PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBudget PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVariance PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPctArea.
               03 PrnVarPct PIC ----9.9.
               03 PrnPctSign PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFlag PIC X(16).
       01 ToleranceLine.
           02 FILLER PIC X(38) VALUE
               "** FLAGGED WHERE VARIANCE EXCEEDS +/- ".
           02 PrnTolerance PIC Z9.9.
           02 FILLER PIC X(22) VALUE "%    LINES FLAGGED : ".
           02 PrnFlagCount PIC ZZZ9.
       01 RunLogJob PIC X(12) VALUE "BUDGVAR".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *Actual revenue is counted as the revenue report counts it -
      *invoices and NSF fees less credit memos, leaving out voided
      *documents, write-offs, discounts, refunds and agency fees.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM ReadTolerance
           CALL 'getcomp' USING GcCompany, GcCompName
           DISPLAY "Report month YYYYMM (0 = business month) : "
               WITH NO ADVANCING
           ACCEPT RptMonthIn
           MOVE WSBusDate(1:6) TO RptMonth
           IF RptMonthIn IS NUMERIC AND RptMonthIn > ZERO
               MOVE RptMonthIn TO RptMonth
               IF RptMon < 1 OR RptMon > 12
                   DISPLAY "Month not valid - business month used"
                   MOVE WSBusDate(1:6) TO RptMonth
               END-IF
           END-IF
           PERFORM LoadBudgets
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - actual revenue taken as nil"
           ELSE
               PERFORM TallyOneInvoice UNTIL InvEOF
               CLOSE InvoiceFile
           END-IF
           CALL 'rptgen' USING WSRptType, WSVarRptName
           PERFORM PrintVarianceReport
           DISPLAY "Budget variance for " RptMonth " written to "
               WSVarRptName
           IF FlagCount > ZERO
               DISPLAY FlagCount " variances beyond tolerance"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE FlagCount TO RunLogCount
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

       ReadTolerance.
       OPEN INPUT TolFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ TolFile
               AT END CONTINUE
               NOT AT END
                   IF TolRecord IS NUMERIC AND TolRecord > ZERO
                       MOVE TolRecord TO TolerancePct
                   END-IF
           END-READ
           CLOSE TolFile
       END-IF.

      *Budgets of the report year up to the report month, for the
      *signed-on company.  Category budgets add into their
      *jurisdiction.
       LoadBudgets.
       OPEN INPUT BudgetFile
       IF WSFileStatus = "35"
           DISPLAY "Budget.dat not found - budget taken as nil"
       ELSE
           MOVE SPACES TO BudCompany
           PERFORM LoadOneBudget UNTIL BudgetEOF
           CLOSE BudgetFile
       END-IF.

       LoadOneBudget.
       READ BudgetFile
           AT END SET BudgetEOF TO TRUE
           NOT AT END
               MOVE BudCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany = GcCompany AND BudYear = RptYear
                   AND BudMonth NOT > RptMon
                   MOVE BudJuris TO WorkJuris
                   PERFORM FindVarEntry
                   IF VarFoundIdx > ZERO
                       ADD BudAmount TO VYtdBudget(VarFoundIdx)
                       IF BudMonth = RptMon
                           ADD BudAmount TO VMonBudget(VarFoundIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

       TallyOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF NOT InvVoided AND NOT WriteOffDoc
                   AND NOT DiscountDoc AND NOT RefundDoc
                   AND NOT AgencyFeeDoc AND RecCompany = GcCompany
                   AND InvDate(1:4) = RptMonth(1:4)
                   AND InvDate(1:6) NOT > RptMonth
                   PERFORM AddActualRevenue
               END-IF
       END-READ.

       AddActualRevenue.
       MOVE InvAmount TO SignedAmount
       IF CreditMemoDoc
           COMPUTE SignedAmount = ZERO - InvAmount
       END-IF
       MOVE InvJurisdiction TO WorkJuris
       PERFORM FindVarEntry
       IF VarFoundIdx > ZERO
           ADD SignedAmount TO VYtdActual(VarFoundIdx)
           IF InvDate(1:6) = RptMonth
               ADD SignedAmount TO VMonActual(VarFoundIdx)
           END-IF
       END-IF
       ADD 1 TO InvoiceCount.

      *Jurisdictions are kept in code order so the report reads in
      *the same order every month.
       FindVarEntry.
       MOVE ZERO TO VarFoundIdx
       PERFORM VARYING VarIdx FROM 1 BY 1
           UNTIL VarIdx > VarCount OR VarFoundIdx > ZERO
           IF VJuris(VarIdx) = WorkJuris
               MOVE VarIdx TO VarFoundIdx
           END-IF
       END-PERFORM
       IF VarFoundIdx = ZERO
           IF VarCount < 100
               PERFORM InsertVarEntry
           ELSE
               ADD 1 TO DroppedJuris
           END-IF
       END-IF.

       InsertVarEntry.
       MOVE 1 TO VarFoundIdx
       PERFORM VARYING VarIdx FROM 1 BY 1
           UNTIL VarIdx > VarCount
           IF VJuris(VarIdx) < WorkJuris
               COMPUTE VarFoundIdx = VarIdx + 1
           END-IF
       END-PERFORM
       PERFORM VARYING VarIdx FROM VarCount BY -1
           UNTIL VarIdx < VarFoundIdx
           MOVE VarEntry(VarIdx) TO VarEntry(VarIdx + 1)
       END-PERFORM
       ADD 1 TO VarCount
       MOVE WorkJuris TO VJuris(VarFoundIdx)
       MOVE ZERO TO VMonActual(VarFoundIdx)
       MOVE ZERO TO VMonBudget(VarFoundIdx)
       MOVE ZERO TO VYtdActual(VarFoundIdx)
       MOVE ZERO TO VYtdBudget(VarFoundIdx).

       PrintVarianceReport.
       OPEN OUTPUT VarReport
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE WSToday TO PrnRunDate
       WRITE VarLine FROM VarHeading
       MOVE GcCompany TO PrnCompany
       MOVE GcCompName TO PrnCompName
       WRITE VarLine FROM CompanyHeading
       MOVE ZERO TO FlagCount
       MOVE "MONTH OF         " TO PrnSectionName
       MOVE RptYear TO PrnSecYear
       MOVE RptMon TO PrnSecMonth
       WRITE VarLine FROM SectionHeading AFTER ADVANCING 2 LINES
       WRITE VarLine FROM VarHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO TotMonActual
       MOVE ZERO TO TotMonBudget
       PERFORM VARYING VarIdx FROM 1 BY 1
           UNTIL VarIdx > VarCount
           MOVE VJuris(VarIdx) TO PrnJuris
           MOVE VMonActual(VarIdx) TO WorkActual
           MOVE VMonBudget(VarIdx) TO WorkBudget
           PERFORM PrintVarianceLine
           ADD VMonActual(VarIdx) TO TotMonActual
           ADD VMonBudget(VarIdx) TO TotMonBudget
       END-PERFORM
       MOVE "TOTAL" TO PrnJuris
       MOVE TotMonActual TO WorkActual
       MOVE TotMonBudget TO WorkBudget
       PERFORM PrintVarianceLine
       MOVE "YEAR TO DATE     " TO PrnSectionName
       WRITE VarLine FROM SectionHeading AFTER ADVANCING 2 LINES
       WRITE VarLine FROM VarHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO TotYtdActual
       MOVE ZERO TO TotYtdBudget
       PERFORM VARYING VarIdx FROM 1 BY 1
           UNTIL VarIdx > VarCount
           MOVE VJuris(VarIdx) TO PrnJuris
           MOVE VYtdActual(VarIdx) TO WorkActual
           MOVE VYtdBudget(VarIdx) TO WorkBudget
           PERFORM PrintVarianceLine
           ADD VYtdActual(VarIdx) TO TotYtdActual
           ADD VYtdBudget(VarIdx) TO TotYtdBudget
       END-PERFORM
       MOVE "TOTAL" TO PrnJuris
       MOVE TotYtdActual TO WorkActual
       MOVE TotYtdBudget TO WorkBudget
       PERFORM PrintVarianceLine
       MOVE TolerancePct TO PrnTolerance
       MOVE FlagCount TO PrnFlagCount
       WRITE VarLine FROM ToleranceLine AFTER ADVANCING 2 LINES
       IF DroppedJuris > ZERO
           MOVE SPACES TO VarLine
           STRING "JURISDICTIONS BEYOND TABLE CAPACITY - TOTALS "
               DELIMITED BY SIZE
               "INCOMPLETE" DELIMITED BY SIZE
               INTO VarLine
           END-STRING
           WRITE VarLine AFTER ADVANCING 1 LINE
       END-IF
       CLOSE VarReport.

      *Variance is actual less budget, so revenue above budget shows
      *as a positive variance.  With no budget the percentage cannot
      *be worked out; any revenue billed there is flagged.
       PrintVarianceLine.
       COMPUTE WorkVariance = WorkActual - WorkBudget
       MOVE WorkActual TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnActual
       MOVE WorkBudget TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBudget
       MOVE WorkVariance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnVariance
       MOVE SPACES TO PrnFlag
       IF WorkBudget = ZERO
           MOVE SPACES TO PrnPctArea
           IF WorkActual NOT = ZERO
               MOVE "** NO BUDGET" TO PrnFlag
               ADD 1 TO FlagCount
           END-IF
       ELSE
           COMPUTE VarPct ROUNDED = WorkVariance * 100 / WorkBudget
               ON SIZE ERROR
                   IF WorkVariance < ZERO
                       MOVE -999.9 TO VarPct
                   ELSE
                       MOVE 999.9 TO VarPct
                   END-IF
           END-COMPUTE
           MOVE VarPct TO PrnVarPct
           MOVE "%" TO PrnPctSign
           MOVE VarPct TO AbsVarPct
           IF AbsVarPct > TolerancePct
               IF VarPct > ZERO
                   MOVE "** ABOVE BUDGET" TO PrnFlag
               ELSE
                   MOVE "** BELOW BUDGET" TO PrnFlag
               END-IF
               ADD 1 TO FlagCount
           END-IF
       END-IF
       WRITE VarLine FROM VarDetailLine AFTER ADVANCING 1 LINE.
