      *Bill-to parent account maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. billmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BillToFile ASSIGN TO "BillTo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BillToFile.
           COPY billdata.

       FD CustomerFile.
           COPY custdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 AuthFuncCode PIC X(8) VALUE "BILLMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 BillEOFFlag PIC X VALUE "N".
           88 BillEOF VALUE "Y".
       01 BillTable.
           02 BillEntry OCCURS 500 TIMES.
               03 BTChildID PIC 9(7).
               03 BTParentID PIC 9(7).
       01 BillCount PIC 9(3) VALUE ZERO.
       01 BillIdx PIC 9(3) VALUE ZERO.
       01 FoundIdx PIC 9(3) VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewChildID PIC 9(7) VALUE ZEROS.
       01 NewParentID PIC 9(7) VALUE ZEROS.
       01 CheckID PIC 9(7) VALUE ZEROS.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 CustFoundFlag PIC X VALUE "N".
           88 CustomerOnFile VALUE "Y".
       01 LinkOKFlag PIC X VALUE "Y".
           88 LinkOK VALUE "Y".
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 GroupDetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnChildID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnChildName PIC X(28).

       PROCEDURE DIVISION.
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for bill-to account " &
                   "maintenance"
               GOBACK
           END-IF
           CALL 'getcomp' USING GcCompany, GcCompName
           PERFORM LoadBillTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               DISPLAY "(L)ink branch to parent  (U)nlink branch  " &
                   "(S)how group  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "L" OR MntOption = "l"
                   PERFORM LinkBranch
               END-IF
               IF MntOption = "U" OR MntOption = "u"
                   PERFORM UnlinkBranch
               END-IF
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM ShowGroup
               END-IF
           END-PERFORM
           PERFORM SaveBillTable
           DISPLAY "Bill-to accounts saved".

       STOP RUN.

      *Without a rule for BILLMNT only a supervisor may change which
      *account pays for which.
       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D" AND NOT IsSupervisor
           MOVE "N" TO AuthAllowed
       END-IF.

       LoadBillTable.
       MOVE ZERO TO BillCount
       OPEN INPUT BillToFile
       IF WSFileStatus = "35"
           DISPLAY "BillTo.dat not found - starting with no " &
               "bill-to accounts"
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
               END-IF
       END-READ.

      *A branch has one parent, and the hierarchy is kept one level
      *deep: a parent may not be a branch and a branch may not be a
      *parent.  Both accounts must be live and in the operator's
      *company.  Linking a branch already on file moves it.
       LinkBranch.
       DISPLAY "Branch customer ID : " WITH NO ADVANCING
       MOVE ZEROS TO NewChildID
       ACCEPT NewChildID
       DISPLAY "Parent (bill-to) customer ID : " WITH NO ADVANCING
       MOVE ZEROS TO NewParentID
       ACCEPT NewParentID
       MOVE "Y" TO LinkOKFlag
       IF NewChildID = NewParentID
           DISPLAY "A customer cannot be its own parent"
           MOVE "N" TO LinkOKFlag
       END-IF
       IF LinkOK
           MOVE NewChildID TO CheckID
           PERFORM CheckCustomerUsable
           IF NOT CustomerOnFile
               DISPLAY "Branch customer not found"
               MOVE "N" TO LinkOKFlag
           END-IF
       END-IF
       IF LinkOK
           MOVE NewParentID TO CheckID
           PERFORM CheckCustomerUsable
           IF NOT CustomerOnFile
               DISPLAY "Parent customer not found"
               MOVE "N" TO LinkOKFlag
           END-IF
       END-IF
       IF LinkOK
           PERFORM VARYING BillIdx FROM 1 BY 1
               UNTIL BillIdx > BillCount
               IF BTChildID(BillIdx) = NewParentID
                   DISPLAY "Customer " NewParentID " is itself a " &
                       "branch of " BTParentID(BillIdx)
                   MOVE "N" TO LinkOKFlag
               END-IF
               IF BTParentID(BillIdx) = NewChildID
                   DISPLAY "Customer " NewChildID " is the parent " &
                       "of other branches"
                   MOVE "N" TO LinkOKFlag
               END-IF
           END-PERFORM
       END-IF
       IF LinkOK
           MOVE NewChildID TO CheckID
           PERFORM FindBranch
           IF FoundIdx = ZERO
               IF BillCount >= 500
                   DISPLAY "Bill-to table full"
                   MOVE "N" TO LinkOKFlag
               ELSE
                   ADD 1 TO BillCount
                   MOVE BillCount TO FoundIdx
                   MOVE NewChildID TO BTChildID(FoundIdx)
               END-IF
           END-IF
       END-IF
       IF LinkOK
           MOVE NewParentID TO BTParentID(FoundIdx)
           DISPLAY "Customer " NewChildID " is billed to "
               NewParentID
       END-IF.

       UnlinkBranch.
       DISPLAY "Branch customer ID : " WITH NO ADVANCING
       MOVE ZEROS TO NewChildID
       ACCEPT NewChildID
       MOVE NewChildID TO CheckID
       PERFORM FindBranch
       IF FoundIdx = ZERO
           DISPLAY "Customer " NewChildID " is not a branch"
       ELSE
           MOVE BTChildID(BillCount) TO BTChildID(FoundIdx)
           MOVE BTParentID(BillCount) TO BTParentID(FoundIdx)
           SUBTRACT 1 FROM BillCount
           DISPLAY "Customer " NewChildID " is billed on its own " &
               "account again"
       END-IF.

       FindBranch.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTChildID(BillIdx) = CheckID
               MOVE BillIdx TO FoundIdx
           END-IF
       END-PERFORM.

      *Shown from either end: a branch ID shows its parent's group.
       ShowGroup.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       MOVE ZEROS TO NewParentID
       ACCEPT NewParentID
       MOVE NewParentID TO CheckID
       PERFORM FindBranch
       IF FoundIdx > ZERO
           MOVE BTParentID(FoundIdx) TO NewParentID
       END-IF
       MOVE NewParentID TO CheckID
       PERFORM CheckCustomerUsable
       IF NOT CustomerOnFile
           DISPLAY "Customer not found"
       ELSE
           DISPLAY "Bill-to parent " NewParentID " " FirstName " "
               LastName
           PERFORM ListBranches
       END-IF.

       ListBranches.
       MOVE ZERO TO BranchCount
       OPEN INPUT CustomerFile
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           IF BTParentID(BillIdx) = NewParentID
               ADD 1 TO BranchCount
               MOVE BTChildID(BillIdx) TO PrnChildID
               MOVE SPACES TO PrnChildName
               MOVE BTChildID(BillIdx) TO IDNum
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on file)" TO PrnChildName
                   NOT INVALID KEY
                       STRING FirstName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           LastName DELIMITED BY SIZE
                           INTO PrnChildName
               END-READ
               DISPLAY GroupDetailLine
           END-IF
       END-PERFORM
       CLOSE CustomerFile
       IF BranchCount = ZERO
           DISPLAY "    (no branches)"
       END-IF.

       CheckCustomerUsable.
       MOVE "N" TO CustFoundFlag
       MOVE SPACES TO FirstName
       MOVE SPACES TO LastName
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           CONTINUE
       ELSE
           MOVE CheckID TO IDNum
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CustCompany TO RecCompany
                   IF RecCompany = SPACES
                       MOVE "01" TO RecCompany
                   END-IF
                   IF NOT CEData AND RecCompany = GcCompany
                       MOVE "Y" TO CustFoundFlag
                   END-IF
           END-READ
           CLOSE CustomerFile
       END-IF.

       SaveBillTable.
       OPEN OUTPUT BillToFile
       PERFORM VARYING BillIdx FROM 1 BY 1
           UNTIL BillIdx > BillCount
           MOVE SPACES TO BillToRecord
           MOVE BTChildID(BillIdx) TO BilChildID
           MOVE BTParentID(BillIdx) TO BilParentID
           WRITE BillToRecord
       END-PERFORM
       CLOSE BillToFile.
