      *Revenue budget bulk load from the finance spreadsheet
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgload.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgCsvFile ASSIGN TO "BudgLoad.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BudgetFile ASSIGN TO "Budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoadReport ASSIGN TO "BudgLoad.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *One budget amount per line: year, month, jurisdiction, item
      *category (may be empty), amount with a decimal point, and the
      *company (may be left off for company 01), separated by commas
      *or semicolons.  A heading line starting "Year" is skipped.
       FD BudgCsvFile.
       01 BudgCsvRecord PIC X(120).
           88 BudgCsvEOF VALUE HIGH-VALUE.

       FD BudgetFile.
           COPY budgdata.

       FD JurisFile.
       01 JurisRecord.
           02 JurCode PIC X(2).
               88 JurisEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 JurDesc PIC X(20).
           02 FILLER PIC X.
           02 JurActive PIC X.

       FD LoadReport.
       01 LoadLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 BudgetTable.
           02 BudgetEntry OCCURS 1000 TIMES.
               03 BTCompany PIC X(2).
               03 BTYear PIC 9(4).
               03 BTMonth PIC 9(2).
               03 BTJuris PIC X(2).
               03 BTCategory PIC X(6).
               03 BTAmount PIC 9(8)V99.
               03 BTChangedBy PIC X(8).
               03 BTChangedOn PIC 9(8).
       01 BudgetCount PIC 9(4) VALUE ZERO.
       01 BudgetIdx PIC 9(4) VALUE ZERO.
       01 FoundIdx PIC 9(4) VALUE ZERO.
       01 JurisTable.
           02 JTCode PIC X(2) OCCURS 50 TIMES.
       01 JurisCount PIC 99 VALUE ZERO.
       01 JurisIdx PIC 99 VALUE ZERO.
       01 JurisKnownFlag PIC X VALUE "N".
           88 JurisKnown VALUE "Y".
       01 FldYear PIC X(10) VALUE SPACE.
       01 FldMonth PIC X(10) VALUE SPACE.
       01 FldJuris PIC X(10) VALUE SPACE.
       01 FldCategory PIC X(10) VALUE SPACE.
       01 FldAmount PIC X(20) VALUE SPACE.
       01 FldCompany PIC X(10) VALUE SPACE.
       01 YearWork PIC X(4) VALUE ZEROS.
       01 YearWorkNum REDEFINES YearWork PIC 9(4).
       01 MonthWork PIC X(2) VALUE ZEROS.
       01 MonthWorkNum REDEFINES MonthWork PIC 9(2).
       01 NewAmount PIC 9(8)V99 VALUE ZERO.
       01 IntPart PIC X(10) VALUE SPACE.
       01 FracPart PIC X(10) VALUE SPACE.
       01 IntWork PIC X(8) VALUE ZEROS.
       01 IntWorkNum REDEFINES IntWork PIC 9(8).
       01 FracWork PIC X(2) VALUE ZEROS.
       01 FracWorkNum REDEFINES FracWork PIC 9(2).
       01 TokenLen PIC 99 VALUE ZERO.
       01 ScanIdx PIC 99 VALUE ZERO.
       01 TextPosn PIC 99 VALUE ZERO.
       01 AmountOK PIC X VALUE "N".
           88 AmountValid VALUE "Y".
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ReadCount PIC 9(6) VALUE ZERO.
       01 AddedCount PIC 9(6) VALUE ZERO.
       01 ChangedCount PIC 9(6) VALUE ZERO.
       01 RejectCount PIC 9(6) VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "BUDGLOAD".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 LoadHeading.
           02 FILLER PIC X(36) VALUE
               "REVENUE BUDGET LOAD - RUN OF        ".
           02 PrnRunDate PIC 9(8).
       01 RejectDetailLine.
           02 FILLER PIC X(11) VALUE "  REJECTED ".
           02 PrnRejReason PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRejImage PIC X(60).
       01 LoadFooting.
           02 FILLER PIC X(13) VALUE "LINES READ : ".
           02 PrnRead PIC ZZZZZ9.
           02 FILLER PIC X(11) VALUE "   ADDED : ".
           02 PrnAdded PIC ZZZZZ9.
           02 FILLER PIC X(13) VALUE "   CHANGED : ".
           02 PrnChanged PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE "   REJECTED : ".
           02 PrnRejected PIC ZZZZZ9.

      *Each line adds a budget amount or replaces the one already on
      *file for the same company, year, month, jurisdiction and
      *category.  Amounts not on the spreadsheet are left as they
      *were, so a spreadsheet may carry just the months that changed.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           OPEN INPUT BudgCsvFile
           IF WSFileStatus = "35"
               DISPLAY "BudgLoad.csv not found - nothing to load"
           ELSE
               PERFORM LoadJurisTable
               PERFORM LoadBudgetTable
               OPEN OUTPUT LoadReport
               MOVE WSToday TO PrnRunDate
               WRITE LoadLine FROM LoadHeading
               MOVE SPACES TO LoadLine
               WRITE LoadLine
               MOVE SPACES TO BudgCsvRecord
               PERFORM LoadOneBudgetLine UNTIL BudgCsvEOF
               MOVE ReadCount TO PrnRead
               MOVE AddedCount TO PrnAdded
               MOVE ChangedCount TO PrnChanged
               MOVE RejectCount TO PrnRejected
               WRITE LoadLine FROM LoadFooting
                   AFTER ADVANCING 2 LINES
               CLOSE BudgCsvFile, LoadReport
               IF AddedCount > ZERO OR ChangedCount > ZERO
                   PERFORM SaveBudgetTable
               END-IF
               DISPLAY "Revenue budget loaded - " AddedCount
                   " added, " ChangedCount " changed, " RejectCount
                   " rejected"
               IF RejectCount > ZERO
                   DISPLAY "Rejects listed in BudgLoad.rpt"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           COMPUTE RunLogCount = AddedCount + ChangedCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       LoadJurisTable.
       MOVE ZERO TO JurisCount
       OPEN INPUT JurisFile
       IF WSFileStatus = "35"
           CONTINUE
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
               END-IF
       END-READ.

       LoadBudgetTable.
       MOVE ZERO TO BudgetCount
       OPEN INPUT BudgetFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO BudCompany
           PERFORM LoadOneBudget UNTIL BudgetEOF
           CLOSE BudgetFile
       END-IF.

       LoadOneBudget.
       READ BudgetFile
           AT END SET BudgetEOF TO TRUE
           NOT AT END
               IF BudgetCount < 1000
                   ADD 1 TO BudgetCount
                   MOVE BudCompany TO BTCompany(BudgetCount)
                   IF BudCompany = SPACES
                       MOVE "01" TO BTCompany(BudgetCount)
                   END-IF
                   MOVE BudYear TO BTYear(BudgetCount)
                   MOVE BudMonth TO BTMonth(BudgetCount)
                   MOVE BudJuris TO BTJuris(BudgetCount)
                   MOVE BudCategory TO BTCategory(BudgetCount)
                   MOVE BudAmount TO BTAmount(BudgetCount)
                   MOVE BudChangedBy TO BTChangedBy(BudgetCount)
                   MOVE BudChangedOn TO BTChangedOn(BudgetCount)
               END-IF
       END-READ.

       LoadOneBudgetLine.
       READ BudgCsvFile
           AT END SET BudgCsvEOF TO TRUE
           NOT AT END
               IF BudgCsvRecord NOT = SPACES
                   PERFORM EditBudgetLine
               END-IF
       END-READ.

       EditBudgetLine.
       MOVE SPACES TO FldYear, FldMonth, FldJuris, FldCategory,
           FldAmount, FldCompany
       UNSTRING BudgCsvRecord DELIMITED BY "," OR ";"
           INTO FldYear, FldMonth, FldJuris, FldCategory,
               FldAmount, FldCompany
       END-UNSTRING
       INSPECT FldYear CONVERTING LowerCase TO UpperCase
       INSPECT FldJuris CONVERTING LowerCase TO UpperCase
       INSPECT FldCategory CONVERTING LowerCase TO UpperCase
       IF FldYear(1:4) = "YEAR"
           CONTINUE
       ELSE
           ADD 1 TO ReadCount
           PERFORM EditBudgetFields
       END-IF.

       EditBudgetFields.
       MOVE FldYear(1:4) TO YearWork
       MOVE ZEROS TO MonthWork
       IF FldMonth(2:1) = SPACE
           MOVE FldMonth(1:1) TO MonthWork(2:1)
       ELSE
           MOVE FldMonth(1:2) TO MonthWork
       END-IF
       MOVE FldJuris(1:2) TO JurCode
       PERFORM CheckJurisKnown
       PERFORM ParseBudgetAmount
       IF FldCompany = SPACES
           MOVE "01" TO FldCompany
       END-IF
       EVALUATE TRUE
           WHEN YearWorkNum IS NOT NUMERIC
               OR FldYear(5:6) NOT = SPACES OR YearWorkNum < 1900
               MOVE "BAD YEAR" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN MonthWorkNum IS NOT NUMERIC
               OR FldMonth(3:8) NOT = SPACES
               OR MonthWorkNum < 1 OR MonthWorkNum > 12
               MOVE "BAD MONTH" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN NOT JurisKnown OR FldJuris(3:8) NOT = SPACES
               MOVE "UNKNOWN JURISDICTION" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN FldCategory(7:4) NOT = SPACES
               MOVE "CATEGORY TOO LONG" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN NOT AmountValid
               MOVE "BAD AMOUNT" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN FldCompany(3:8) NOT = SPACES
               MOVE "BAD COMPANY" TO PrnRejReason
               PERFORM WriteBudgetReject
           WHEN OTHER
               PERFORM StoreBudgetAmount
       END-EVALUATE.

       CheckJurisKnown.
       MOVE "N" TO JurisKnownFlag
       IF JurCode NOT = SPACES
           IF JurisCount = ZERO
               MOVE "Y" TO JurisKnownFlag
           ELSE
               PERFORM VARYING JurisIdx FROM 1 BY 1
                   UNTIL JurisIdx > JurisCount
                   IF JTCode(JurisIdx) = JurCode
                       MOVE "Y" TO JurisKnownFlag
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       ParseBudgetAmount.
       MOVE "N" TO AmountOK
       MOVE ZERO TO NewAmount
       MOVE SPACES TO IntPart
       MOVE SPACES TO FracPart
       UNSTRING FldAmount DELIMITED BY "."
           INTO IntPart, FracPart
       END-UNSTRING
       MOVE ZEROS TO IntWork
       MOVE ZERO TO TokenLen
       PERFORM VARYING ScanIdx FROM 10 BY -1
           UNTIL ScanIdx < 1 OR TokenLen > ZERO
           IF IntPart(ScanIdx:1) NOT = SPACE
               MOVE ScanIdx TO TokenLen
           END-IF
       END-PERFORM
       IF TokenLen > ZERO AND TokenLen < 9
           COMPUTE TextPosn = 9 - TokenLen
           MOVE IntPart(1:TokenLen) TO IntWork(TextPosn:TokenLen)
           MOVE FracPart(1:2) TO FracWork
           INSPECT FracWork REPLACING ALL " " BY "0"
           IF IntWorkNum IS NUMERIC AND FracWorkNum IS NUMERIC
               AND FracPart(3:8) = SPACES
               MOVE IntWorkNum TO NewAmount
               MOVE FracWork TO NewAmount(9:2)
               MOVE "Y" TO AmountOK
           END-IF
       END-IF.

       StoreBudgetAmount.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING BudgetIdx FROM 1 BY 1
           UNTIL BudgetIdx > BudgetCount
           IF BTCompany(BudgetIdx) = FldCompany(1:2)
               AND BTYear(BudgetIdx) = YearWorkNum
               AND BTMonth(BudgetIdx) = MonthWorkNum
               AND BTJuris(BudgetIdx) = JurCode
               AND BTCategory(BudgetIdx) = FldCategory(1:6)
               MOVE BudgetIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx = ZERO
           IF BudgetCount >= 1000
               MOVE "BUDGET TABLE FULL" TO PrnRejReason
               PERFORM WriteBudgetReject
           ELSE
               ADD 1 TO BudgetCount
               MOVE BudgetCount TO FoundIdx
               MOVE FldCompany(1:2) TO BTCompany(FoundIdx)
               MOVE YearWorkNum TO BTYear(FoundIdx)
               MOVE MonthWorkNum TO BTMonth(FoundIdx)
               MOVE JurCode TO BTJuris(FoundIdx)
               MOVE FldCategory(1:6) TO BTCategory(FoundIdx)
               ADD 1 TO AddedCount
           END-IF
       ELSE
           ADD 1 TO ChangedCount
       END-IF
       IF FoundIdx > ZERO
           MOVE NewAmount TO BTAmount(FoundIdx)
           MOVE "BUDGLOAD" TO BTChangedBy(FoundIdx)
           MOVE WSToday TO BTChangedOn(FoundIdx)
       END-IF.

       WriteBudgetReject.
       MOVE BudgCsvRecord TO PrnRejImage
       WRITE LoadLine FROM RejectDetailLine
       ADD 1 TO RejectCount.

       SaveBudgetTable.
       OPEN OUTPUT BudgetFile
       PERFORM VARYING BudgetIdx FROM 1 BY 1
           UNTIL BudgetIdx > BudgetCount
           MOVE SPACES TO BudgetRecord
           MOVE BTCompany(BudgetIdx) TO BudCompany
           MOVE BTYear(BudgetIdx) TO BudYear
           MOVE BTMonth(BudgetIdx) TO BudMonth
           MOVE BTJuris(BudgetIdx) TO BudJuris
           MOVE BTCategory(BudgetIdx) TO BudCategory
           MOVE BTAmount(BudgetIdx) TO BudAmount
           MOVE BTChangedBy(BudgetIdx) TO BudChangedBy
           MOVE BTChangedOn(BudgetIdx) TO BudChangedOn
           WRITE BudgetRecord
       END-PERFORM
       CLOSE BudgetFile.
