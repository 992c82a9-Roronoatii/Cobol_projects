               FILE STATUS IS WSFileStatus.
           SELECT AuthReport ASSIGN TO "AuthRpt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SodRulesFile ASSIGN TO "SodRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT OperMastFile ASSIGN TO "OperMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FuncAuthFile.
       FD AuthReport.
       01 AuthLine PIC X(60).

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

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
           02 PrnFuncCode PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAllowed PIC X.
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
       01 ConfOption PIC X VALUE SPACE.
           88 ConfQuit VALUE "Q" "q".
       01 OperTable.
           02 OperEntry OCCURS 200 TIMES.
               03 OTOperID PIC X(8).
               03 OTAuth PIC X.
       01 OperCount PIC 999 VALUE ZERO.
       01 OperIdx PIC 999 VALUE ZERO.
       01 RuleIdx PIC 999 VALUE ZERO.
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
       01 ConflictCount PIC 999 VALUE ZERO.
       01 RuleWasNew PIC X VALUE "N".
           88 RuleAdded VALUE "Y".
       01 OldAllowed PIC X VALUE SPACE.
       01 ConfirmGrant PIC X VALUE "N".
           88 GrantConfirmed VALUE "Y" "y".
       01 ConfDetailLine.
           02 PrnConfIdx PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFuncA PIC X(8).
           02 FILLER PIC X VALUE "(".
           02 PrnDfltA PIC X.
           02 FILLER PIC X(6) VALUE ") and ".
           02 PrnFuncB PIC X(8).
           02 FILLER PIC X VALUE "(".
           02 PrnDfltB PIC X.
           02 FILLER PIC X(3) VALUE ")  ".
           02 PrnConfDesc PIC X(30).

       PROCEDURE DIVISION.
           PERFORM CheckSupervisor
               STOP RUN
           END-IF
           PERFORM LoadAuthTable
           PERFORM LoadConflictTable
           PERFORM LoadOperTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListAuthRules
               DISPLAY "(G)rant  (D)eny  (R)emove rule  " &
                   "(P)rint matrix  (S)egregation rules  " &
                   "(Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "G" OR MntOption = "g"
                   MOVE "Y" TO NewAllowed
               IF MntOption = "P" OR MntOption = "p"
                   PERFORM PrintAuthMatrix
               END-IF
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM MaintainConflictPairs
               END-IF
           END-PERFORM
           PERFORM SaveAuthTable
           PERFORM SaveConflictTable
           DISPLAY "Authority matrix saved".

       STOP RUN.
                       MOVE AuthIdx TO FoundIdx
                   END-IF
               END-PERFORM
               MOVE "N" TO RuleWasNew
               IF FoundIdx = ZERO
                   ADD 1 TO AuthCount
                   MOVE AuthCount TO FoundIdx
                   MOVE NewOperID TO ATOperID(FoundIdx)
                   MOVE NewFuncCode TO ATFuncCode(FoundIdx)
                   MOVE "Y" TO RuleWasNew
               ELSE
                   MOVE ATAllowed(FoundIdx) TO OldAllowed
               END-IF
               MOVE NewAllowed TO ATAllowed(FoundIdx)
               MOVE ZERO TO ConflictCount
               IF NewAllowed = "Y"
                   PERFORM CheckGrantConflicts
               END-IF
               IF ConflictCount > ZERO
                   PERFORM ConfirmConflictGrant
               ELSE
                   DISPLAY "Rule recorded"
               END-IF
           END-IF
       END-IF.

      *A grant is tried against the matrix as it would stand.  Every
      *operator it affects is checked against each conflict pair that
      *names the function, and the supervisor must confirm before a
      *grant that breaks segregation of duties is kept.
       CheckGrantConflicts.
       IF NewOperID = "ALL"
           PERFORM VARYING OperIdx FROM 1 BY 1
               UNTIL OperIdx > OperCount
               MOVE OTOperID(OperIdx) TO CheckOper
               MOVE OTAuth(OperIdx) TO CheckAuth
               PERFORM CheckOperatorConflicts
           END-PERFORM
       ELSE
           MOVE NewOperID TO CheckOper
           MOVE "O" TO CheckAuth
           PERFORM VARYING OperIdx FROM 1 BY 1
               UNTIL OperIdx > OperCount
               IF OTOperID(OperIdx) = NewOperID
                   MOVE OTAuth(OperIdx) TO CheckAuth
               END-IF
           END-PERFORM
           PERFORM CheckOperatorConflicts
       END-IF.

       CheckOperatorConflicts.
       PERFORM VARYING ConfIdx FROM 1 BY 1 UNTIL ConfIdx > ConfCount
           IF CTFuncA(ConfIdx) = NewFuncCode
               OR CTFuncB(ConfIdx) = NewFuncCode
               PERFORM CheckOnePair
           END-IF
       END-PERFORM.

       CheckOnePair.
       MOVE CTFuncA(ConfIdx) TO CheckFunc
       MOVE CTDfltA(ConfIdx) TO CheckDflt
       PERFORM CheckFunctionHeld
       MOVE HoldsFlag TO HoldsFirst
       MOVE CTFuncB(ConfIdx) TO CheckFunc
       MOVE CTDfltB(ConfIdx) TO CheckDflt
       PERFORM CheckFunctionHeld
       IF HoldsFirst = "Y" AND FuncHeld
           ADD 1 TO ConflictCount
           DISPLAY "WARNING - " CheckOper " would hold "
               CTFuncA(ConfIdx) " and " CTFuncB(ConfIdx) " : "
               CTDesc(ConfIdx)
       END-IF.

      *An operator holds a function when the matrix grants it to
      *them, or to ALL with no rule of their own, or when there is
      *no rule at all and the function's default covers them.
       CheckFunctionHeld.
       MOVE "D" TO RuleValue
       MOVE "N" TO OperRuleFound
       PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > AuthCount
           IF ATFuncCode(RuleIdx) = CheckFunc
               AND ATOperID(RuleIdx) = CheckOper
               MOVE ATAllowed(RuleIdx) TO RuleValue
               MOVE "Y" TO OperRuleFound
           END-IF
       END-PERFORM
       IF NOT OperRuleOnFile
           PERFORM VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > AuthCount
               IF ATFuncCode(RuleIdx) = CheckFunc
                   AND ATOperID(RuleIdx) = "ALL"
                   MOVE ATAllowed(RuleIdx) TO RuleValue
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
           WHEN CheckDflt = "S" AND CheckAuth = "S"
               MOVE "Y" TO HoldsFlag
       END-EVALUATE.

       ConfirmConflictGrant.
       DISPLAY "Grant anyway (Y/N) : " WITH NO ADVANCING
       MOVE "N" TO ConfirmGrant
       ACCEPT ConfirmGrant
       IF GrantConfirmed
           DISPLAY "Rule recorded - conflicting grant confirmed"
       ELSE
           IF RuleAdded
               SUBTRACT 1 FROM AuthCount
           ELSE
               MOVE OldAllowed TO ATAllowed(FoundIdx)
           END-IF
           DISPLAY "Grant not recorded"
       END-IF.

       RemoveAuthRule.
       CLOSE AuthReport
       DISPLAY "Authority matrix written to AuthRpt.rpt".

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

      *Operators come from the operator master, with any operator
      *named only in the matrix treated as an ordinary operator.
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

       MaintainConflictPairs.
       PERFORM WITH TEST AFTER UNTIL ConfQuit
           PERFORM ListConflictPairs
           DISPLAY "(A)dd pair  (R)emove pair  (Q)uit : "
               WITH NO ADVANCING
           ACCEPT ConfOption
           IF ConfOption = "A" OR ConfOption = "a"
               PERFORM AddConflictPair
           END-IF
           IF ConfOption = "R" OR ConfOption = "r"
               PERFORM RemoveConflictPair
           END-IF
       END-PERFORM
       MOVE SPACE TO ConfOption.

       ListConflictPairs.
       DISPLAY "Conflicting function pairs (default A = all, "
           "S = supervisors, G = granted only):"
       PERFORM VARYING ConfIdx FROM 1 BY 1 UNTIL ConfIdx > ConfCount
           MOVE ConfIdx TO PrnConfIdx
           MOVE CTFuncA(ConfIdx) TO PrnFuncA
           MOVE CTDfltA(ConfIdx) TO PrnDfltA
           MOVE CTFuncB(ConfIdx) TO PrnFuncB
           MOVE CTDfltB(ConfIdx) TO PrnDfltB
           MOVE CTDesc(ConfIdx) TO PrnConfDesc
           DISPLAY ConfDetailLine
       END-PERFORM.

       AddConflictPair.
       IF ConfCount >= 50
           DISPLAY "Conflict table full"
       ELSE
           ADD 1 TO ConfCount
           DISPLAY "First function code  : " WITH NO ADVANCING
           ACCEPT CTFuncA(ConfCount)
           DISPLAY "  default (A/S/G)    : " WITH NO ADVANCING
           ACCEPT CTDfltA(ConfCount)
           DISPLAY "Second function code : " WITH NO ADVANCING
           ACCEPT CTFuncB(ConfCount)
           DISPLAY "  default (A/S/G)    : " WITH NO ADVANCING
           ACCEPT CTDfltB(ConfCount)
           DISPLAY "Description          : " WITH NO ADVANCING
           ACCEPT CTDesc(ConfCount)
           INSPECT CTDfltA(ConfCount) CONVERTING "asg" TO "ASG"
           INSPECT CTDfltB(ConfCount) CONVERTING "asg" TO "ASG"
           IF CTFuncA(ConfCount) = SPACES
               OR CTFuncB(ConfCount) = SPACES
               OR CTFuncA(ConfCount) = CTFuncB(ConfCount)
               OR (CTDfltA(ConfCount) NOT = "A" AND NOT = "S"
                   AND NOT = "G")
               OR (CTDfltB(ConfCount) NOT = "A" AND NOT = "S"
                   AND NOT = "G")
               SUBTRACT 1 FROM ConfCount
               DISPLAY "Pair not added - incomplete entry"
           ELSE
               DISPLAY "Pair recorded"
           END-IF
       END-IF.

       RemoveConflictPair.
       DISPLAY "Pair number to remove : " WITH NO ADVANCING
       ACCEPT ConfIdx
       IF ConfIdx < 1 OR ConfIdx > ConfCount
           DISPLAY "No such pair"
       ELSE
           PERFORM VARYING ConfIdx FROM ConfIdx BY 1
               UNTIL ConfIdx >= ConfCount
               MOVE ConfEntry(ConfIdx + 1) TO ConfEntry(ConfIdx)
           END-PERFORM
           SUBTRACT 1 FROM ConfCount
           DISPLAY "Pair removed"
       END-IF.

       SaveConflictTable.
       OPEN OUTPUT SodRulesFile
       PERFORM VARYING ConfIdx FROM 1 BY 1 UNTIL ConfIdx > ConfCount
           MOVE SPACES TO SodRuleRecord
           MOVE CTFuncA(ConfIdx) TO SodFuncA
           MOVE CTDfltA(ConfIdx) TO SodDfltA
           MOVE CTFuncB(ConfIdx) TO SodFuncB
           MOVE CTDfltB(ConfIdx) TO SodDfltB
           MOVE CTDesc(ConfIdx) TO SodDesc
           WRITE SodRuleRecord
       END-PERFORM
       CLOSE SodRulesFile.

       SaveAuthTable.
       OPEN OUTPUT FuncAuthFile
       PERFORM VARYING AuthIdx FROM 1 BY 1
