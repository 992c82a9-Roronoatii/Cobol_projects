      *Revenue budget maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "Budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 AuthFuncCode PIC X(8) VALUE "BUDGMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
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
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 BudgetYear PIC 9(4) VALUE ZERO.
       01 NewMonth PIC 9(2) VALUE ZERO.
       01 NewJuris PIC X(2) VALUE SPACE.
       01 NewCategory PIC X(6) VALUE SPACE.
       01 NewAmount PIC 9(8)V99 VALUE ZERO.
       01 YearTotal PIC 9(10)V99 VALUE ZERO.
       01 YearEntries PIC 9(4) VALUE ZERO.
       01 ChangesMade PIC X VALUE "N".
           88 TableChanged VALUE "Y".
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 AmountText PIC X(14) VALUE SPACE.
       01 IntPart PIC X(8) VALUE SPACE.
       01 FracPart PIC X(2) VALUE SPACE.
       01 IntWork PIC X(8) VALUE ZEROS.
       01 IntWorkNum REDEFINES IntWork PIC 9(8).
       01 FracWork PIC X(2) VALUE ZEROS.
       01 FracWorkNum REDEFINES FracWork PIC 9(2).
       01 TokenLen PIC 99 VALUE ZERO.
       01 ScanIdx PIC 99 VALUE ZERO.
       01 TextPosn PIC 99 VALUE ZERO.
       01 AmountOK PIC X VALUE "N".
           88 AmountValid VALUE "Y".
       01 BudgetDetailLine.
           02 PrnIdx PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 PrnMonth PIC 99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJuris PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCategory PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAmount PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  changed by".
           02 FILLER PIC X VALUE SPACE.
           02 PrnChangedBy PIC X(8).
           02 FILLER PIC X(4) VALUE " on ".
           02 PrnChangedOn PIC 9(8).
       01 BudgetTotalLine.
           02 FILLER PIC X(18) VALUE "  Year total      ".
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnYearTotal PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for revenue budget " &
                   "maintenance"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'getcomp' USING GcCompany, GcCompName
           PERFORM LoadJurisTable
           PERFORM LoadBudgetTable
           MOVE WSToday(1:4) TO BudgetYear
           PERFORM ChooseBudgetYear
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListBudgetYear
               DISPLAY "(A)dd or change  (D)elete  (Y)ear  " &
                   "(Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               EVALUATE MntOption
                   WHEN "A"
                   WHEN "a"
                       PERFORM AddBudgetAmount
                   WHEN "D"
                   WHEN "d"
                       PERFORM DeleteBudgetAmount
                   WHEN "Y"
                   WHEN "y"
                       PERFORM ChooseBudgetYear
               END-EVALUATE
           END-PERFORM
           IF TableChanged
               PERFORM SaveBudgetTable
               DISPLAY "Revenue budget saved"
           ELSE
               DISPLAY "No changes made"
           END-IF.

       STOP RUN.

       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

      *Jurisdiction codes are checked against the master when there
      *is one; without it any code is taken.
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
           DISPLAY "Budget.dat not found - starting empty"
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

       ChooseBudgetYear.
       DISPLAY "Budget year YYYY : " WITH NO ADVANCING
       ACCEPT BudgetYear
       IF BudgetYear < 1900
           MOVE WSToday(1:4) TO BudgetYear
       END-IF.

      *Only the signed-on company's budget for the chosen year is
      *listed; the entry numbers are the ones to delete by.
       ListBudgetYear.
       DISPLAY "Revenue budget for " BudgetYear " - company "
           GcCompany " " GcCompName
       MOVE ZERO TO YearTotal
       MOVE ZERO TO YearEntries
       PERFORM VARYING BudgetIdx FROM 1 BY 1
           UNTIL BudgetIdx > BudgetCount
           IF BTCompany(BudgetIdx) = GcCompany
               AND BTYear(BudgetIdx) = BudgetYear
               MOVE BudgetIdx TO PrnIdx
               MOVE BTYear(BudgetIdx) TO PrnYear
               MOVE BTMonth(BudgetIdx) TO PrnMonth
               MOVE BTJuris(BudgetIdx) TO PrnJuris
               MOVE BTCategory(BudgetIdx) TO PrnCategory
               MOVE BTAmount(BudgetIdx) TO PrnAmount
               MOVE BTChangedBy(BudgetIdx) TO PrnChangedBy
               MOVE BTChangedOn(BudgetIdx) TO PrnChangedOn
               DISPLAY BudgetDetailLine
               ADD BTAmount(BudgetIdx) TO YearTotal
               ADD 1 TO YearEntries
           END-IF
       END-PERFORM
       IF YearEntries = ZERO
           DISPLAY "  No budget on file for this year"
       ELSE
           MOVE YearTotal TO PrnYearTotal
           DISPLAY BudgetTotalLine
       END-IF.

      *An entry for the same month, jurisdiction and category is
      *replaced; otherwise a new one is added.
       AddBudgetAmount.
       DISPLAY "Month MM : " WITH NO ADVANCING
       ACCEPT NewMonth
       DISPLAY "Jurisdiction code : " WITH NO ADVANCING
       MOVE SPACES TO NewJuris
       ACCEPT NewJuris
       DISPLAY "Item category (blank = whole jurisdiction) : "
           WITH NO ADVANCING
       MOVE SPACES TO NewCategory
       ACCEPT NewCategory
       DISPLAY "Budget amount (e.g. 125000.00) : "
           WITH NO ADVANCING
       MOVE SPACES TO AmountText
       ACCEPT AmountText
       INSPECT NewJuris CONVERTING LowerCase TO UpperCase
       INSPECT NewCategory CONVERTING LowerCase TO UpperCase
       PERFORM ParseBudgetAmount
       PERFORM CheckJurisKnown
       IF NewMonth < 1 OR NewMonth > 12
           DISPLAY "Budget not recorded - month must be 01 to 12"
       ELSE
           IF NOT JurisKnown
               DISPLAY "Budget not recorded - jurisdiction "
                   NewJuris " not on the jurisdiction master"
           ELSE
               IF NOT AmountValid
                   DISPLAY "Budget not recorded - amount not valid"
               ELSE
                   PERFORM StoreBudgetAmount
               END-IF
           END-IF
       END-IF.

       StoreBudgetAmount.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING BudgetIdx FROM 1 BY 1
           UNTIL BudgetIdx > BudgetCount
           IF BTCompany(BudgetIdx) = GcCompany
               AND BTYear(BudgetIdx) = BudgetYear
               AND BTMonth(BudgetIdx) = NewMonth
               AND BTJuris(BudgetIdx) = NewJuris
               AND BTCategory(BudgetIdx) = NewCategory
               MOVE BudgetIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx = ZERO
           IF BudgetCount >= 1000
               DISPLAY "Budget table full - amount not recorded"
           ELSE
               ADD 1 TO BudgetCount
               MOVE BudgetCount TO FoundIdx
               MOVE GcCompany TO BTCompany(FoundIdx)
               MOVE BudgetYear TO BTYear(FoundIdx)
               MOVE NewMonth TO BTMonth(FoundIdx)
               MOVE NewJuris TO BTJuris(FoundIdx)
               MOVE NewCategory TO BTCategory(FoundIdx)
               DISPLAY "Budget entry added"
           END-IF
       ELSE
           DISPLAY "Budget entry " FoundIdx " changed"
       END-IF
       IF FoundIdx > ZERO
           MOVE NewAmount TO BTAmount(FoundIdx)
           MOVE GsOperID TO BTChangedBy(FoundIdx)
           MOVE WSToday TO BTChangedOn(FoundIdx)
           MOVE "Y" TO ChangesMade
       END-IF.

       CheckJurisKnown.
       MOVE "N" TO JurisKnownFlag
       IF NewJuris NOT = SPACES
           IF JurisCount = ZERO
               MOVE "Y" TO JurisKnownFlag
           ELSE
               PERFORM VARYING JurisIdx FROM 1 BY 1
                   UNTIL JurisIdx > JurisCount
                   IF JTCode(JurisIdx) = NewJuris
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
       UNSTRING AmountText DELIMITED BY "."
           INTO IntPart, FracPart
       END-UNSTRING
       MOVE ZEROS TO IntWork
       MOVE ZERO TO TokenLen
       PERFORM VARYING ScanIdx FROM 8 BY -1
           UNTIL ScanIdx < 1 OR TokenLen > ZERO
           IF IntPart(ScanIdx:1) NOT = SPACE
               MOVE ScanIdx TO TokenLen
           END-IF
       END-PERFORM
       IF TokenLen > ZERO
           COMPUTE TextPosn = 9 - TokenLen
           MOVE IntPart(1:TokenLen) TO IntWork(TextPosn:TokenLen)
       END-IF
       MOVE FracPart TO FracWork
       INSPECT FracWork REPLACING ALL " " BY "0"
       IF IntWorkNum IS NUMERIC AND FracWorkNum IS NUMERIC
           AND TokenLen > ZERO
           MOVE IntWorkNum TO NewAmount
           MOVE FracWork TO NewAmount(9:2)
           MOVE "Y" TO AmountOK
       END-IF.

       DeleteBudgetAmount.
       DISPLAY "Entry number to delete : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > BudgetCount
           DISPLAY "No such entry"
       ELSE
           IF BTCompany(FoundIdx) NOT = GcCompany
               DISPLAY "That entry belongs to another company"
           ELSE
               PERFORM VARYING BudgetIdx FROM FoundIdx BY 1
                   UNTIL BudgetIdx >= BudgetCount
                   MOVE BudgetEntry(BudgetIdx + 1)
                       TO BudgetEntry(BudgetIdx)
               END-PERFORM
               SUBTRACT 1 FROM BudgetCount
               MOVE "Y" TO ChangesMade
               DISPLAY "Budget entry deleted"
           END-IF
       END-IF.

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
