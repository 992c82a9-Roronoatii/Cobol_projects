      *Segregation-of-duties conflict report for the auditors
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FuncAuthFile ASSIGN TO "FuncAuth.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SodRulesFile ASSIGN TO "SodRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT OperMastFile ASSIGN TO "OperMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT SodReport ASSIGN TO "SodConf.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FuncAuthFile.
       01 FuncAuthRecord.
           02 FaOperID PIC X(8).
               88 FuncAuthEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 FaFuncCode PIC X(8).
           02 FILLER PIC X.
           02 FaAllowed PIC X.

       FD SodRulesFile.
           COPY soddata.

       FD OperMastFile.
       01 OperMastRecord.
           02 OmOperID PIC X(8).
               88 OperEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 OmPassword PIC X(8).
           02 FILLER PIC X.
           02 OmAuth PIC X.
           02 FILLER PIC X.
           02 OmFails PIC 9.
           02 FILLER PIC X.
           02 OmLock PIC X.
           02 FILLER PIC X.
           02 OmLang PIC X.

       FD SodReport.
       01 SodLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 AuthTable.
           02 AuthEntry OCCURS 200 TIMES.
               03 ATOperID PIC X(8).
               03 ATFuncCode PIC X(8).
               03 ATAllowed PIC X.
       01 AuthCount PIC 999 VALUE ZERO.
       01 AuthIdx PIC 999 VALUE ZERO.
       01 ConfSeedData.
           02 FILLER PIC X(48) VALUE
               "INVENT  AWOFFENT SINVOICE ENTRY AND WRITE-OFF".
           02 FILLER PIC X(48) VALUE
               "RATEMNT ARATEAPPRSRATE MAINTENANCE AND APPROVAL".
           02 FILLER PIC X(48) VALUE
               "EXCHMNT ARATEAPPRSEXCHANGE RATES AND APPROVAL".
           02 FILLER PIC X(48) VALUE
               "PAYENT  APAYREV  SPAYMENT ENTRY AND REVERSAL".
       01 ConfSeedTable REDEFINES ConfSeedData.
           02 ConfSeed OCCURS 4 TIMES.
               03 CSFuncA PIC X(8).
               03 CSDfltA PIC X.
               03 CSFuncB PIC X(8).
               03 CSDfltB PIC X.
               03 CSDesc PIC X(30).
       01 ConfTable.
           02 ConfEntry OCCURS 50 TIMES.
               03 CTFuncA PIC X(8).
               03 CTDfltA PIC X.
               03 CTFuncB PIC X(8).
               03 CTDfltB PIC X.
               03 CTDesc PIC X(30).
       01 ConfCount PIC 99 VALUE ZERO.
       01 ConfIdx PIC 99 VALUE ZERO.
       01 OperTable.
           02 OperEntry OCCURS 200 TIMES.
               03 OTOperID PIC X(8).
               03 OTAuth PIC X.
       01 OperCount PIC 999 VALUE ZERO.
       01 OperIdx PIC 999 VALUE ZERO.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 CheckOper PIC X(8) VALUE SPACE.
       01 CheckAuth PIC X VALUE "O".
       01 CheckFunc PIC X(8) VALUE SPACE.
       01 CheckDflt PIC X VALUE "A".
       01 RuleValue PIC X VALUE "D".
       01 OperRuleFound PIC X VALUE "N".
           88 OperRuleOnFile VALUE "Y".
       01 HoldsFlag PIC X VALUE "N".
           88 FuncHeld VALUE "Y".
       01 HoldsFirst PIC X VALUE "N".
       01 HowHeld PIC X(10) VALUE SPACE.
       01 HowHeldFirst PIC X(10) VALUE SPACE.
       01 OperConflicts PIC 99 VALUE ZERO.
       01 ConflictCount PIC 9(4) VALUE ZERO.
       01 ConflictOpers PIC 9(4) VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "SODRPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 SodHeading.
           02 FILLER PIC X(40) VALUE
               "SEGREGATION-OF-DUTIES CONFLICTS AS AT ".
           02 PrnRunDate PIC 9(8).
       01 SodColumns.
           02 FILLER PIC X(37) VALUE
               "OPERATOR AUTH  FUNCTION  HELD BY     ".
           02 FILLER PIC X(30) VALUE
               "FUNCTION  HELD BY     CONFLICT".
       01 SodDetailLine.
           02 PrnOperID PIC X(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAuth PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnFuncA PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHowA PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFuncB PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHowB PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(30).
       01 NoConflictLine PIC X(40) VALUE
           "  No operator holds a conflicting pair".
       01 SodFooting1.
           02 FILLER PIC X(30) VALUE "OPERATORS CHECKED           : ".
           02 PrnOpersChecked PIC ZZZ9.
       01 SodFooting2.
           02 FILLER PIC X(30) VALUE "CONFLICT PAIRS CHECKED      : ".
           02 PrnPairsChecked PIC ZZZ9.
       01 SodFooting3.
           02 FILLER PIC X(30) VALUE "OPERATORS WITH A CONFLICT   : ".
           02 PrnConflictOpers PIC ZZZ9.
       01 SodFooting4.
           02 FILLER PIC X(30) VALUE "CONFLICTING COMBINATIONS    : ".
           02 PrnConflicts PIC ZZZ9.

      *Run monthly for the auditors.  Every operator on the operator
      *master, and any operator named only in the authority matrix,
      *is checked against each conflict pair in SodRules.dat, using
      *the same rules chkauth applies: the operator's own rule, then
      *the ALL rule, then the function's default.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM LoadAuthTable
           PERFORM LoadConflictTable
           PERFORM LoadOperTable
           OPEN OUTPUT SodReport
           MOVE WSToday TO PrnRunDate
           WRITE SodLine FROM SodHeading
           WRITE SodLine FROM SodColumns AFTER ADVANCING 2 LINES
           PERFORM CheckOneOperator VARYING OperIdx FROM 1 BY 1
               UNTIL OperIdx > OperCount
           IF ConflictCount = ZERO
               WRITE SodLine FROM NoConflictLine
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE OperCount TO PrnOpersChecked
           MOVE ConfCount TO PrnPairsChecked
           MOVE ConflictOpers TO PrnConflictOpers
           MOVE ConflictCount TO PrnConflicts
           WRITE SodLine FROM SodFooting1 AFTER ADVANCING 2 LINES
           WRITE SodLine FROM SodFooting2 AFTER ADVANCING 1 LINE
           WRITE SodLine FROM SodFooting3 AFTER ADVANCING 1 LINE
           WRITE SodLine FROM SodFooting4 AFTER ADVANCING 1 LINE
           CLOSE SodReport
           DISPLAY "Segregation-of-duties report written to "
               "SodConf.rpt - " ConflictOpers " operators with "
               ConflictCount " conflicts"
           MOVE "END" TO RunLogEvent
           MOVE ConflictCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       CheckOneOperator.
       MOVE OTOperID(OperIdx) TO CheckOper
       MOVE OTAuth(OperIdx) TO CheckAuth
       MOVE ZERO TO OperConflicts
       PERFORM CheckOnePair VARYING ConfIdx FROM 1 BY 1
           UNTIL ConfIdx > ConfCount
       IF OperConflicts > ZERO
           ADD 1 TO ConflictOpers
       END-IF.

       CheckOnePair.
       MOVE CTFuncA(ConfIdx) TO CheckFunc
       MOVE CTDfltA(ConfIdx) TO CheckDflt
       PERFORM CheckFunctionHeld
       MOVE HoldsFlag TO HoldsFirst
       MOVE HowHeld TO HowHeldFirst
       MOVE CTFuncB(ConfIdx) TO CheckFunc
       MOVE CTDfltB(ConfIdx) TO CheckDflt
       PERFORM CheckFunctionHeld
       IF HoldsFirst = "Y" AND FuncHeld
           ADD 1 TO OperConflicts
           ADD 1 TO ConflictCount
           MOVE CheckOper TO PrnOperID
           MOVE CheckAuth TO PrnAuth
           MOVE CTFuncA(ConfIdx) TO PrnFuncA
           MOVE HowHeldFirst TO PrnHowA
           MOVE CTFuncB(ConfIdx) TO PrnFuncB
           MOVE HowHeld TO PrnHowB
           MOVE CTDesc(ConfIdx) TO PrnDesc
           WRITE SodLine FROM SodDetailLine
               AFTER ADVANCING 1 LINE
       END-IF.

       CheckFunctionHeld.
       MOVE "D" TO RuleValue
       MOVE "N" TO OperRuleFound
       PERFORM VARYING AuthIdx FROM 1 BY 1 UNTIL AuthIdx > AuthCount
           IF ATFuncCode(AuthIdx) = CheckFunc
               AND ATOperID(AuthIdx) = CheckOper
               MOVE ATAllowed(AuthIdx) TO RuleValue
               MOVE "Y" TO OperRuleFound
           END-IF
       END-PERFORM
       MOVE "GRANT" TO HowHeld
       IF NOT OperRuleOnFile
           MOVE "GRANT ALL" TO HowHeld
           PERFORM VARYING AuthIdx FROM 1 BY 1
               UNTIL AuthIdx > AuthCount
               IF ATFuncCode(AuthIdx) = CheckFunc
                   AND ATOperID(AuthIdx) = "ALL"
                   MOVE ATAllowed(AuthIdx) TO RuleValue
               END-IF
           END-PERFORM
       END-IF
       MOVE "N" TO HoldsFlag
       EVALUATE TRUE
           WHEN RuleValue = "Y"
               MOVE "Y" TO HoldsFlag
           WHEN RuleValue NOT = "D"
               CONTINUE
           WHEN CheckDflt = "A"
               MOVE "Y" TO HoldsFlag
               MOVE "DEFAULT" TO HowHeld
           WHEN CheckDflt = "S" AND CheckAuth = "S"
               MOVE "Y" TO HoldsFlag
               MOVE "SUPERVISOR" TO HowHeld
       END-EVALUATE.

       LoadAuthTable.
       MOVE ZERO TO AuthCount
       OPEN INPUT FuncAuthFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO FaOperID
           PERFORM LoadOneAuthRule UNTIL FuncAuthEOF
           CLOSE FuncAuthFile
       END-IF.

       LoadOneAuthRule.
       READ FuncAuthFile
           AT END SET FuncAuthEOF TO TRUE
           NOT AT END
               IF AuthCount < 200 AND FaOperID NOT = SPACES
                   ADD 1 TO AuthCount
                   MOVE FaOperID TO ATOperID(AuthCount)
                   MOVE FaFuncCode TO ATFuncCode(AuthCount)
                   MOVE FaAllowed TO ATAllowed(AuthCount)
               END-IF
       END-READ.

       LoadConflictTable.
       MOVE ZERO TO ConfCount
       OPEN INPUT SodRulesFile
       IF WSFileStatus = "35"
           PERFORM VARYING ConfIdx FROM 1 BY 1 UNTIL ConfIdx > 4
               ADD 1 TO ConfCount
               MOVE ConfSeed(ConfIdx) TO ConfEntry(ConfCount)
           END-PERFORM
       ELSE
           MOVE SPACES TO SodFuncA
           PERFORM LoadOneConflict UNTIL SodRulesEOF
           CLOSE SodRulesFile
       END-IF.

       LoadOneConflict.
       READ SodRulesFile
           AT END SET SodRulesEOF TO TRUE
           NOT AT END
               IF ConfCount < 50 AND SodFuncA NOT = SPACES
                   ADD 1 TO ConfCount
                   MOVE SodFuncA TO CTFuncA(ConfCount)
                   MOVE SodDfltA TO CTDfltA(ConfCount)
                   MOVE SodFuncB TO CTFuncB(ConfCount)
                   MOVE SodDfltB TO CTDfltB(ConfCount)
                   MOVE SodDesc TO CTDesc(ConfCount)
               END-IF
       END-READ.

       LoadOperTable.
       MOVE ZERO TO OperCount
       OPEN INPUT OperMastFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO OmOperID
           PERFORM LoadOneOperator UNTIL OperEOF
           CLOSE OperMastFile
       END-IF
       PERFORM VARYING AuthIdx FROM 1 BY 1 UNTIL AuthIdx > AuthCount
           IF ATOperID(AuthIdx) NOT = "ALL"
               MOVE ATOperID(AuthIdx) TO CheckOper
               MOVE "O" TO CheckAuth
               PERFORM AddOperEntry
           END-IF
       END-PERFORM.

       LoadOneOperator.
       READ OperMastFile
           AT END SET OperEOF TO TRUE
           NOT AT END
               IF OmOperID NOT = SPACES
                   MOVE OmOperID TO CheckOper
                   MOVE OmAuth TO CheckAuth
                   PERFORM AddOperEntry
               END-IF
       END-READ.

       AddOperEntry.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING OperIdx FROM 1 BY 1 UNTIL OperIdx > OperCount
           IF OTOperID(OperIdx) = CheckOper
               MOVE OperIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx = ZERO AND OperCount < 200
           ADD 1 TO OperCount
           MOVE CheckOper TO OTOperID(OperCount)
           MOVE CheckAuth TO OTAuth(OperCount)
       END-IF.
