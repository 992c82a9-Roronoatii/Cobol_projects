           SELECT CalcTapeFile ASSIGN TO "CalcTape.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SignonFile.
           COPY signondata.

       FD CompanyFile.
           COPY compdata.

       FD SessionLog.
       01 SessionRecord.
           02 SessUserName PIC X(30).
       01 StatusLineCount PIC 99 VALUE ZERO.
       01 CkptShown PIC 99 VALUE ZERO.
       01 WSOpsLine3 PIC X(46) VALUE SPACE.
       01 WSOpsLine4 PIC X(46) VALUE SPACE.
       01 DashJumpKey PIC X VALUE SPACE.
       01 CalcNum1 PIC S9(6)V99 VALUE ZERO.
       01 CalcNum2 PIC S9(6)V99 VALUE ZERO.
       01 CalcOp PIC X VALUE SPACE.
               03 SSTime PIC 9(8).
               03 SSLastAct PIC 9(8).
               03 SSStatus PIC X.
               03 SSCompany PIC X(2).
       01 SessCount PIC 99 VALUE ZERO.
       01 SessIdx PIC 99 VALUE ZERO.
       01 WSSessionNum PIC 9(4) VALUE ZEROS.
       01 WSTimeWork PIC 9(8) VALUE ZEROS.
       01 WSCalcAmount PIC S9(8)V99 VALUE ZERO.
       01 CalcFormatted PIC $$,$$$,$$9.99CR.
       01 WSCompany PIC X(2) VALUE "01".
       01 CompChoice PIC X(2) VALUE SPACE.
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CompTable.
           02 CompEntry OCCURS 20 TIMES.
               03 CTCode PIC X(2).
               03 CTName PIC X(30).
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 CompTries PIC 9 VALUE ZERO.
       01 CompChosenFlag PIC X VALUE "N".
           88 CompChosen VALUE "Y".
       01 AuthFuncCode PIC X(8) VALUE SPACE.
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".

       SCREEN SECTION.
       01 1stScreen.
           02 LINE 8 PIC X(46) FROM WSOpsLine1.
           02 LINE 9 PIC X(46) FROM WSOpsLine2.
           02 LINE 10 PIC X(46) FROM WSOpsLine3.
           02 LINE 11 PIC X(46) FROM WSOpsLine4.
           02 LINE 12 VALUE "------------------------------" &
               "---------------".

       01 ExitScreen.
               ACCEPT 1stScreen
               DISPLAY ClearScreen

               IF MenuOption = "D" OR MenuOption = "d"
                   PERFORM ShowDashboard
               END-IF
               IF MenuOption = "1"
                   CALL "coboltest10"
               END-IF
               IF MenuOption = "S" OR MenuOption = "s"
                   PERFORM ShowActiveSessions
               END-IF
               IF MenuOption = "K" OR MenuOption = "k"
                   CALL "caseent"
               END-IF
               IF MenuOption = "H" OR MenuOption = "h"
                   PERFORM RunDisputes
               END-IF
               IF MenuOption = "A" OR MenuOption = "a"
                   PERFORM RunRateApproval
               END-IF
               IF MenuOption = "J" OR MenuOption = "j"
                   CALL "jobreq"
               END-IF
               PERFORM TouchSessionActivity
               IF MenuOption = "2"
                   MOVE "N" TO ConfirmExit
                   MOVE SgnTime TO SSTime(SessCount)
                   MOVE SgnLastAct TO SSLastAct(SessCount)
                   MOVE SgnStatus TO SSStatus(SessCount)
                   MOVE SgnCompany TO SSCompany(SessCount)
               END-IF
       END-READ.

           MOVE SSTime(SessIdx) TO SgnTime
           MOVE SSLastAct(SessIdx) TO SgnLastAct
           MOVE SSStatus(SessIdx) TO SgnStatus
           MOVE SSCompany(SessIdx) TO SgnCompany
           WRITE SignonRecord
       END-PERFORM
       CLOSE SignonFile.
           MOVE WSNowTime TO SSTime(SessCount)
           MOVE WSNowTime TO SSLastAct(SessCount)
           MOVE "A" TO SSStatus(SessCount)
           MOVE WSCompany TO SSCompany(SessCount)
       END-IF
       PERFORM SaveSessionTable
       MOVE WSSessionNum TO WSSessionText
               DISPLAY "  " SSSession(SessIdx) "  "
                   SSOperID(SessIdx) "  signed on "
                   SSTime(SessIdx) "  last active "
                   SSLastAct(SessIdx) "  company "
                   SSCompany(SessIdx)
           END-IF
       END-PERFORM.

           MOVE WSLanguage TO OTLang(OperFoundIdx)
           PERFORM SaveOperMaster
       END-IF
       PERFORM ChooseCompany
       PERFORM CreateSession.

      *An operator works in one company's books for the session.
      *With a single company, or no company master, there is nothing
      *to choose.  A COMPnn function rule can keep an operator out of
      *company nn.
       ChooseCompany.
       PERFORM LoadCompanyTable
       MOVE "01" TO WSCompany
       IF CompCount = 1
           MOVE CTCode(1) TO WSCompany
       END-IF
       IF CompCount > 1
           MOVE ZERO TO CompTries
           MOVE "N" TO CompChosenFlag
           PERFORM WITH TEST AFTER UNTIL CompChosen OR CompTries >= 3
               DISPLAY "Companies :"
               PERFORM VARYING CompIdx FROM 1 BY 1
                   UNTIL CompIdx > CompCount
                   DISPLAY "  " CTCode(CompIdx) "  " CTName(CompIdx)
               END-PERFORM
               DISPLAY "Company : " WITH NO ADVANCING
               MOVE SPACES TO CompChoice
               ACCEPT CompChoice
               ADD 1 TO CompTries
               PERFORM CheckCompanyChoice
           END-PERFORM
           IF NOT CompChosen
               DISPLAY "Sign-on refused - no company chosen"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       CheckCompanyChoice.
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           IF CTCode(CompIdx) = CompChoice
               MOVE "Y" TO CompChosenFlag
           END-IF
       END-PERFORM
       IF NOT CompChosen
           DISPLAY "Unknown company " CompChoice
       ELSE
           MOVE SPACES TO AuthFuncCode
           STRING "COMP" CompChoice DELIMITED BY SIZE
               INTO AuthFuncCode
           END-STRING
           MOVE "D" TO AuthAllowed
           CALL 'chkauth' USING WSOperID, AuthFuncCode, AuthAllowed
           IF FuncDenied
               DISPLAY "You are not authorised for company "
                   CompChoice
               MOVE "N" TO CompChosenFlag
           ELSE
               MOVE CompChoice TO WSCompany
           END-IF
       END-IF.

       LoadCompanyTable.
       MOVE ZERO TO CompCount
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM LoadOneCompany UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       LoadOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CompCount < 20
                   ADD 1 TO CompCount
                   MOVE CoCode TO CTCode(CompCount)
                   MOVE CoName TO CTName(CompCount)
               END-IF
       END-READ.

       GetMessage.
       CALL 'getmsg' USING MsgId, WSLanguage, MsgText.

       MOVE MsgText TO WSOpsLine2
       MOVE "PJT005" TO MsgId
       PERFORM GetMessage
       MOVE MsgText TO WSOpsLine3
       MOVE "PJT006" TO MsgId
       PERFORM GetMessage
       MOVE MsgText TO WSOpsLine4.

       Calculator.
       MOVE ZERO TO CalcRunningTotal
           DISPLAY "Daily batch ended abnormally"
       END-IF.

       RunDisputes.
       MOVE "../invoicing/dispute" TO WSCommand
       CALL "SYSTEM" USING WSCommand
       MOVE RETURN-CODE TO RawRC
       MOVE ZERO TO RETURN-CODE
       IF RawRC NOT = ZERO
           DISPLAY "Dispute maintenance ended abnormally"
       END-IF.

       RunRateApproval.
       MOVE "../coboltest8/rateappr" TO WSCommand
       CALL "SYSTEM" USING WSCommand
       MOVE RETURN-CODE TO RawRC
       MOVE ZERO TO RETURN-CODE
       IF RawRC NOT = ZERO
           DISPLAY "Rate approval ended abnormally"
       END-IF.

      *The dashboard hands back the option for the line the operator
      *picked, and the menu then runs that option as if keyed.
       ShowDashboard.
       MOVE SPACE TO DashJumpKey
       CALL "opsdash" USING DashJumpKey
       IF DashJumpKey NOT = SPACE
           MOVE DashJumpKey TO MenuOption
       END-IF.

       ShowBatchStatus.
       DISPLAY "Last batch steps:"
       MOVE ZERO TO CkptShown
