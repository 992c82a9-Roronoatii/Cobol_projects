               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT StmtReport ASSIGN TO StmtRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HouseholdFile ASSIGN TO "HouseHold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PrefFile ASSIGN TO "DelivPref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MailExtract ASSIGN TO MailExtName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DelivLogFile ASSIGN TO "DelivLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ArOpenFile.
           02 FILLER PIC X.
           02 UnaDate PIC 9(8).
           02 FILLER PIC X.
           02 UnaAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 UnaStatus PIC X.

           02 FILLER PIC X.
           02 DlvEmail PIC X(30).

       FD CompanyFile.
           COPY compdata.

       FD BillToFile.
           COPY billdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 StmtRptName PIC X(20) VALUE "CustStmt.rpt".
       01 MailExtName PIC X(20) VALUE "StmtEmail.dat".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CompRemitTable.
           02 CompRemitLine PIC X(40) OCCURS 4 TIMES.
       01 RemitIdx PIC 9 VALUE ZERO.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 FromDate PIC 9(8) VALUE ZEROS.
       01 ToDate PIC 9(8) VALUE ZEROS.
               03 PTCustID PIC 9(7).
               03 PTDate PIC 9(8).
               03 PTRef PIC 9(6).
               03 PTAmount PIC 9(6)V99.
               03 PTCurrency PIC X(3).
               03 PTType PIC X.
       01 PayCount PIC 9(3) VALUE ZERO.
               03 DocCurrency PIC X(3).
               03 DocOrig PIC 9(6)V99.
               03 DocPaid PIC 9(6)V99.
               03 DocPONumber PIC X(15).
       01 DocCount PIC 9(3) VALUE ZERO.
       01 DocIdx PIC 9(3) VALUE ZERO.
       01 TrnTable.
               03 TrnRef PIC 9(6).
               03 TrnCurrency PIC X(3).
               03 TrnAmount PIC 9(6)V99.
               03 TrnPONumber PIC X(15).
       01 TrnCount PIC 9(3) VALUE ZERO.
       01 TrnIdx PIC 9(3) VALUE ZERO.
       01 TrnIdx2 PIC 9(3) VALUE ZERO.
           02 SwpRef PIC 9(6).
           02 SwpCurrency PIC X(3).
           02 SwpAmount PIC 9(6)V99.
           02 SwpPONumber PIC X(15).
       01 UnappTable.
           02 UnappEntry OCCURS 100 TIMES.
               03 UTCustID PIC 9(7).
           88 HouseholdMode VALUE "Y" "y".
       01 HHEOFFlag PIC X VALUE "N".
           88 HHEOF VALUE "Y".
       01 ConsolWanted PIC X VALUE "N".
           88 ConsolMode VALUE "Y" "y".
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 ParentTable.
           02 ParentEntry OCCURS 500 TIMES.
               03 PRParentID PIC 9(7).
       01 ParentCount PIC 9(3) VALUE ZERO.
       01 ParentIdx PIC 9(3) VALUE ZERO.
       01 ParentSeenFlag PIC X VALUE "N".
           88 ParentSeen VALUE "Y".
       01 GroupParentID PIC 9(7) VALUE ZEROS.
       01 MemberID PIC 9(7) VALUE ZEROS.
       01 GroupedFlag PIC X VALUE "N".
           88 GroupedAccount VALUE "Y".
       01 GroupWantedFlag PIC X VALUE "N".
           88 GroupWanted VALUE "Y".
       01 GroupActivity PIC 9(5) VALUE ZERO.
       01 GroupBalance PIC S9(8)V99 VALUE ZERO.
       01 GroupUnapplied PIC 9(6)V99 VALUE ZERO.
       01 HHTable.
           02 HHEntry OCCURS 300 TIMES.
               03 HTNumber PIC 9(5).
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 LoyAction PIC X VALUE "B".
       01 LoyInvNumber PIC 9(6) VALUE ZEROS.
       01 LoyEntryType PIC X VALUE SPACE.
       01 LoyDate PIC 9(8) VALUE ZEROS.
       01 LoyPoints PIC S9(7) VALUE ZERO.
       01 LoyStatus PIC X VALUE SPACE.
       01 HHGroupFound PIC 9(5) VALUE ZEROS.
       01 HHChkID PIC 9(7) VALUE ZEROS.
       01 HHReaddrFlag PIC X VALUE "N".
       01 RegisterTotal PIC S9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 CompanyLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnCompLine PIC X(40).
       01 StmtHeading.
           02 FILLER PIC X(22) VALUE "STATEMENT - PERIOD    ".
           02 PrnFromDate PIC 9(8).
       01 BalanceLine.
           02 BalanceText PIC X(20).
           02 PrnBalance PIC $$,$$$,$$9.99CR.
       01 LoyaltyLine.
           02 FILLER PIC X(20) VALUE "LOYALTY POINTS      ".
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnLoyPoints PIC -,---,--9.
       01 TrnDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrnDate PIC 9(8).
           02 PrnTrnAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrnHome PIC $$,$$$,$$9.99CR.
       01 TrnPOLine.
           02 FILLER PIC X(12) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "YOUR PO ".
           02 PrnTrnPO PIC X(15).
       01 ConsolHeadLine.
           02 FILLER PIC X(41)
               VALUE "CONSOLIDATED STATEMENT - BILL-TO ACCOUNT ".
           02 PrnConsolID PIC 9(7).
       01 BranchLine.
           02 FILLER PIC X(7) VALUE "BRANCH ".
           02 PrnBranchID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBranchName PIC X(28).
       01 PageSepLine PIC X(60) VALUE ALL "-".
       01 RegisterLine.
           02 FILLER PIC X(23) VALUE "STATEMENTS PRINTED   : ".
           IF HouseholdMode
               PERFORM LoadHouseholdTable
           END-IF
           DISPLAY "Consolidate branch accounts onto the bill-to " &
               "parent ? Y/N : " WITH NO ADVANCING
           ACCEPT ConsolWanted
           IF ConsolMode
               PERFORM LoadBillTable
           END-IF
           PERFORM SetStatementCompany
           IF ToDate = ZEROS OR ToDate < FromDate
               DISPLAY "Invalid period"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Statements go out for the signed-on company's customers only,
      *headed with its name and remit-to address.  Company 01 keeps
      *the original file names; others carry the company code.
       SetStatementCompany.
       CALL 'getcomp' USING GcCompany, GcCompName
       IF GcCompany NOT = "01"
           MOVE SPACES TO StmtRptName
           STRING "CustStmt" GcCompany ".rpt" DELIMITED BY SIZE
               INTO StmtRptName
           END-STRING
           MOVE SPACES TO MailExtName
           STRING "StmtEmail" GcCompany ".dat" DELIMITED BY SIZE
               INTO MailExtName
           END-STRING
       END-IF
       MOVE SPACES TO CompRemitTable
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM ReadOneCompany UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       ReadOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CoCode = GcCompany
                   PERFORM VARYING RemitIdx FROM 1 BY 1
                       UNTIL RemitIdx > 4
                       MOVE CoRemitLine(RemitIdx)
                           TO CompRemitLine(RemitIdx)
                   END-PERFORM
               END-IF
       END-READ.

       LoadPeriodPayments.
       MOVE ZERO TO PayCount
       OPEN INPUT PaymentFile
           IF NOT IsFirstCustomer
               PERFORM ProduceStatement
           END-IF
           IF ConsolMode
               PERFORM ProduceConsolidatedStatements
           END-IF
           MOVE StatementCount TO PrnStmtCount
           WRITE StmtLine FROM RegisterLine AFTER ADVANCING 2 LINES
           MOVE RegisterTotal TO WSAmtSigned
                   "capacity - statements suspect"
           END-IF
           CLOSE ArOpenFile, CustomerFile, StmtReport, MailExtract
           DISPLAY "Statements written to " StmtRptName " - "
               WITH NO ADVANCING
           DISPLAY StatementCount " statements"
           IF MailSuppressed > ZERO
           END-IF
           IF EmailCount > ZERO
               DISPLAY EmailCount " statements extracted to "
                   MailExtName " for e-delivery"
           END-IF
       END-IF.

                   MOVE ZERO TO DocCount
               END-IF
               IF ArInvDate NOT > ToDate
                   PERFORM AddOneDocument
               END-IF
       END-READ.

       AddOneDocument.
       IF DocCount < 200
           ADD 1 TO DocCount
           MOVE ArInvNumber TO DocNumber(DocCount)
           MOVE ArInvDate TO DocDate(DocCount)
           MOVE ArDocType TO DocType(DocCount)
           MOVE ArDispute TO DocDispute(DocCount)
           MOVE ArCurrency TO DocCurrency(DocCount)
           MOVE ArOrigAmount TO DocOrig(DocCount)
           MOVE ArPaidAmount TO DocPaid(DocCount)
           MOVE ArPONumber TO DocPONumber(DocCount)
       ELSE
           ADD 1 TO DroppedTrans
       END-IF.

      *When statements are consolidated, parents and their branches
      *are left to the consolidated pass.
       ProduceStatement.
       MOVE "N" TO GroupedFlag
       IF ConsolMode
           PERFORM CheckGroupedAccount
       END-IF
       IF (WantedID NOT = ZEROS AND CurrentCust NOT = WantedID)
           OR GroupedAccount
           CONTINUE
       ELSE
           PERFORM BuildTransactionTable
                           MOVE "C" TO TrnType(TrnCount)
                       WHEN "W"
                           MOVE "W" TO TrnType(TrnCount)
                       WHEN "D"
                           MOVE "D" TO TrnType(TrnCount)
                       WHEN "R"
                           MOVE "R" TO TrnType(TrnCount)
                       WHEN "L"
                           MOVE "L" TO TrnType(TrnCount)
                       WHEN "F"
                   MOVE DocDispute(DocIdx) TO TrnDispute(TrnCount)
                   MOVE DocCurrency(DocIdx) TO TrnCurrency(TrnCount)
                   MOVE DocOrig(DocIdx) TO TrnAmount(TrnCount)
                   MOVE DocPONumber(DocIdx) TO TrnPONumber(TrnCount)
               ELSE
                   ADD 1 TO DroppedTrans
               END-IF
                   MOVE SPACE TO TrnDispute(TrnCount)
                   MOVE PTCurrency(PayIdx) TO TrnCurrency(TrnCount)
                   MOVE PTAmount(PayIdx) TO TrnAmount(TrnCount)
                   MOVE SPACES TO TrnPONumber(TrnCount)
               ELSE
                   ADD 1 TO DroppedTrans
               END-IF
       PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > DocCount
           IF DocDate(DocIdx) < FromDate
               IF DocType(DocIdx) = "C" OR DocType(DocIdx) = "W"
                   OR DocType(DocIdx) = "D"
                   SUBTRACT DocOrig(DocIdx) FROM OpeningBalance
               ELSE
                   ADD DocOrig(DocIdx) TO OpeningBalance
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CustCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF NOT CEData AND RecCompany = GcCompany
                   MOVE "Y" TO CustOKFlag
               END-IF
       END-READ.
       MOVE FromDate TO PrnFromDate
       MOVE ToDate TO PrnToDate
       WRITE MailRecord FROM StmtHeading
       IF GcCompName NOT = SPACES
           MOVE GcCompName TO PrnCompLine
           WRITE MailRecord FROM CompanyLine
       END-IF
       MOVE CustName TO PrnStmtName
       WRITE MailRecord FROM AddrNameLine
       MOVE "OPENING BALANCE     " TO BalanceText
           CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
           WRITE MailRecord FROM BalanceLine
       END-IF
       PERFORM FindLoyaltyPoints
       IF LoyStatus = "Y"
           WRITE MailRecord FROM LoyaltyLine
       END-IF
       WRITE MailRecord FROM MailTrailer
       ADD 1 TO StatementCount
       ADD 1 TO EmailCount
           WHEN "W"
               MOVE "WRITE OFF" TO PrnTrnText
               SUBTRACT TrnAmount(TrnIdx) FROM ClosingBalance
           WHEN "D"
               MOVE "DISCOUNT" TO PrnTrnText
               SUBTRACT TrnAmount(TrnIdx) FROM ClosingBalance
           WHEN "R"
               MOVE "REFUND" TO PrnTrnText
               ADD TrnAmount(TrnIdx) TO ClosingBalance
           WHEN "V"
               MOVE "REVERSAL" TO PrnTrnText
               ADD TrnAmount(TrnIdx) TO ClosingBalance
       COMPUTE TrnHome ROUNDED = TrnAmount(TrnIdx) * WSExchRate
       MOVE TrnHome TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTrnHome
       WRITE MailRecord FROM TrnDetailLine
       IF TrnPONumber(TrnIdx) NOT = SPACES
           MOVE TrnPONumber(TrnIdx) TO PrnTrnPO
           WRITE MailRecord FROM TrnPOLine
       END-IF.

       WriteDeliveryLog.
       OPEN INPUT DelivLogFile
       MOVE FromDate TO PrnFromDate
       MOVE ToDate TO PrnToDate
       WRITE StmtLine FROM StmtHeading AFTER ADVANCING 1 LINE
       PERFORM PrintCompanyLines
       MOVE SPACES TO StmtLine
       WRITE StmtLine AFTER ADVANCING 1 LINE
       MOVE CustName TO PrnStmtName
           CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
           WRITE StmtLine FROM BalanceLine AFTER ADVANCING 1 LINE
       END-IF
       PERFORM FindLoyaltyPoints
       IF LoyStatus = "Y"
           WRITE StmtLine FROM LoyaltyLine AFTER ADVANCING 1 LINE
       END-IF
       ADD 1 TO StatementCount
       ADD ClosingBalance TO RegisterTotal
       PERFORM RecordContactTouch.

      *Customers in the loyalty scheme see their points balance as
      *at the statement run.
       FindLoyaltyPoints.
       MOVE "B" TO LoyAction
       CALL 'loysvc' USING LoyAction, CurrentCust, LoyInvNumber,
           LoyEntryType, LoyDate, LoyPoints, LoyStatus
       MOVE LoyPoints TO PrnLoyPoints.

       PrintCompanyLines.
       IF GcCompName NOT = SPACES
           MOVE GcCompName TO PrnCompLine
           WRITE StmtLine FROM CompanyLine AFTER ADVANCING 1 LINE
       END-IF
       PERFORM VARYING RemitIdx FROM 1 BY 1 UNTIL RemitIdx > 4
           IF CompRemitLine(RemitIdx) NOT = SPACES
               MOVE CompRemitLine(RemitIdx) TO PrnCompLine
               WRITE StmtLine FROM CompanyLine
                   AFTER ADVANCING 1 LINE
           END-IF
       END-PERFORM.

       RecordContactTouch.
       MOVE CurrentCust TO ContIDNum
       MOVE "STMT" TO ContTouchType
           WHEN "W"
               MOVE "WRITE OFF" TO PrnTrnText
               SUBTRACT TrnAmount(TrnIdx) FROM ClosingBalance
           WHEN "D"
               MOVE "DISCOUNT" TO PrnTrnText
               SUBTRACT TrnAmount(TrnIdx) FROM ClosingBalance
           WHEN "R"
               MOVE "REFUND" TO PrnTrnText
               ADD TrnAmount(TrnIdx) TO ClosingBalance
           WHEN "V"
               MOVE "REVERSAL" TO PrnTrnText
               ADD TrnAmount(TrnIdx) TO ClosingBalance
       COMPUTE TrnHome ROUNDED = TrnAmount(TrnIdx) * WSExchRate
       MOVE TrnHome TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTrnHome
       WRITE StmtLine FROM TrnDetailLine AFTER ADVANCING 1 LINE
       IF TrnPONumber(TrnIdx) NOT = SPACES
           MOVE TrnPONumber(TrnIdx) TO PrnTrnPO
           WRITE StmtLine FROM TrnPOLine AFTER ADVANCING 1 LINE
       END-IF.

       CheckGroupedAccount.
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount OR GroupedAccount
           IF BTChildID(BillIdx) = CurrentCust
               OR BTParentID(BillIdx) = CurrentCust
               MOVE "Y" TO GroupedFlag
           END-IF
       END-PERFORM.

       LoadBillTable.
       MOVE ZERO TO BillCount
       MOVE ZERO TO ParentCount
       OPEN INPUT BillToFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO BillEOFFlag
           PERFORM LoadOneBillTo UNTIL BillEOF
           CLOSE BillToFile
       END-IF.

       LoadOneBillTo.
       READ BillToFile
           AT END SET BillEOF TO TRUE
           NOT AT END
               IF BillCount < 500
                   ADD 1 TO BillCount
                   MOVE BilChildID TO BTChildID(BillCount)
                   MOVE BilParentID TO BTParentID(BillCount)
                   MOVE "N" TO ParentSeenFlag
                   PERFORM VARYING ParentIdx FROM 1 BY 1
                       UNTIL ParentIdx > ParentCount
                       IF PRParentID(ParentIdx) = BilParentID
                           MOVE "Y" TO ParentSeenFlag
                       END-IF
                   END-PERFORM
                   IF NOT ParentSeen
                       ADD 1 TO ParentCount
                       MOVE BilParentID TO PRParentID(ParentCount)
                   END-IF
               END-IF
       END-READ.

      *One printed statement per bill-to parent, addressed to the
      *parent, with each branch's items and balance shown in turn
      *(the parent's own account first) and the group's balance at
      *the foot.  A customer ID asked for selects the group it is in.
      *Consolidated statements are always printed, never e-mailed.
       ProduceConsolidatedStatements.
       PERFORM VARYING ParentIdx FROM 1 BY 1
           UNTIL ParentIdx > ParentCount
           MOVE PRParentID(ParentIdx) TO GroupParentID
           PERFORM CheckGroupWanted
           IF GroupWanted
               PERFORM ProduceOneConsolidated
           END-IF
       END-PERFORM.

       CheckGroupWanted.
       MOVE "N" TO GroupWantedFlag
       IF WantedID = ZEROS OR WantedID = GroupParentID
           MOVE "Y" TO GroupWantedFlag
       END-IF
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTChildID(BillIdx) = WantedID
               AND BTParentID(BillIdx) = GroupParentID
               MOVE "Y" TO GroupWantedFlag
           END-IF
       END-PERFORM.

       ProduceOneConsolidated.
       MOVE ZERO TO GroupActivity
       MOVE GroupParentID TO MemberID
       PERFORM MeasureMemberActivity
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTParentID(BillIdx) = GroupParentID
               MOVE BTChildID(BillIdx) TO MemberID
               PERFORM MeasureMemberActivity
           END-IF
       END-PERFORM
       IF GroupActivity > ZERO
           MOVE GroupParentID TO CurrentCust
           PERFORM CheckCustomerActive
           IF CustomerUsable
               MOVE GroupParentID TO MailChkID
               PERFORM CheckMailStatus
               IF MailOK
                   PERFORM PrintConsolidatedStatement
               ELSE
                   ADD 1 TO MailSuppressed
               END-IF
           END-IF
       END-IF.

       MeasureMemberActivity.
       PERFORM CollectMemberDocuments
       PERFORM BuildTransactionTable
       ADD PeriodActivity TO GroupActivity.

       CollectMemberDocuments.
       MOVE MemberID TO CurrentCust
       MOVE ZERO TO DocCount
       CLOSE ArOpenFile
       OPEN INPUT ArOpenFile
       MOVE "N" TO ArEOFFlag
       PERFORM CollectOneMemberDocument UNTIL ArEOF.

       CollectOneMemberDocument.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArIDNum = MemberID AND ArInvDate NOT > ToDate
                   PERFORM AddOneDocument
               END-IF
       END-READ.

       PrintConsolidatedStatement.
       WRITE StmtLine FROM PageSepLine AFTER ADVANCING 2 LINES
       MOVE FromDate TO PrnFromDate
       MOVE ToDate TO PrnToDate
       WRITE StmtLine FROM StmtHeading AFTER ADVANCING 1 LINE
       PERFORM PrintCompanyLines
       MOVE GroupParentID TO PrnConsolID
       WRITE StmtLine FROM ConsolHeadLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO StmtLine
       WRITE StmtLine AFTER ADVANCING 1 LINE
       MOVE CustName TO PrnStmtName
       MOVE AddrStreet TO PrnStmtStreet
       MOVE AddrCity TO PrnStmtCity
       MOVE AddrState TO PrnStmtState
       MOVE AddrPostCode TO PrnStmtPost
       WRITE StmtLine FROM AddrNameLine AFTER ADVANCING 1 LINE
       WRITE StmtLine FROM AddrStreetLine AFTER ADVANCING 1 LINE
       WRITE StmtLine FROM AddrCityLine AFTER ADVANCING 1 LINE
       MOVE ZERO TO GroupBalance
       MOVE ZERO TO GroupUnapplied
       MOVE GroupParentID TO MemberID
       PERFORM PrintBranchSection
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTParentID(BillIdx) = GroupParentID
               MOVE BTChildID(BillIdx) TO MemberID
               PERFORM PrintBranchSection
           END-IF
       END-PERFORM
       MOVE SPACES TO StmtLine
       WRITE StmtLine AFTER ADVANCING 1 LINE
       MOVE "GROUP BALANCE       " TO BalanceText
       MOVE GroupBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
       WRITE StmtLine FROM BalanceLine AFTER ADVANCING 1 LINE
       IF GroupUnapplied > ZERO
           MOVE "UNAPPLIED CASH      " TO BalanceText
           MOVE GroupUnapplied TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
           WRITE StmtLine FROM BalanceLine AFTER ADVANCING 1 LINE
       END-IF
       ADD 1 TO StatementCount
       ADD GroupBalance TO RegisterTotal
       MOVE GroupParentID TO CurrentCust
       PERFORM RecordContactTouch.

      *A branch with nothing owing and no activity in the period is
      *left off the statement.
       PrintBranchSection.
       PERFORM CollectMemberDocuments
       PERFORM BuildTransactionTable
       PERFORM ComputeOpeningBalance
       PERFORM VARYING UnappIdx FROM 1 BY 1
           UNTIL UnappIdx > UnappCount
           IF UTCustID(UnappIdx) = MemberID
               ADD UTAmount(UnappIdx) TO GroupUnapplied
           END-IF
       END-PERFORM
       IF PeriodActivity > ZERO OR OpeningBalance NOT = ZERO
           PERFORM SortTransactions
           MOVE MemberID TO PrnBranchID
           MOVE SPACES TO PrnBranchName
           MOVE MemberID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CustName TO PrnBranchName
           END-READ
           MOVE SPACES TO StmtLine
           WRITE StmtLine AFTER ADVANCING 1 LINE
           WRITE StmtLine FROM BranchLine AFTER ADVANCING 1 LINE
           MOVE "OPENING BALANCE     " TO BalanceText
           MOVE OpeningBalance TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
           WRITE StmtLine FROM BalanceLine AFTER ADVANCING 1 LINE
           MOVE OpeningBalance TO ClosingBalance
           PERFORM PrintOneTransaction
               VARYING TrnIdx FROM 1 BY 1 UNTIL TrnIdx > TrnCount
           MOVE "BRANCH BALANCE      " TO BalanceText
           MOVE ClosingBalance TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
           WRITE StmtLine FROM BalanceLine AFTER ADVANCING 1 LINE
           ADD ClosingBalance TO GroupBalance
       END-IF.

       SortTransactions.
       PERFORM VARYING TrnIdx FROM 1 BY 1
