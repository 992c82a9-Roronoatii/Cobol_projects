      *Customer service case entry and update
       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseent.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "Cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseFileRecord PIC X(126).

       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY casedata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 CaseEOFFlag PIC X VALUE "N".
           88 CaseEOF VALUE "Y".
       01 CaseTable.
           02 CaseEntry PIC X(126) OCCURS 2000 TIMES.
       01 CaseCount PIC 9(4) VALUE ZERO.
       01 CaseIdx PIC 9(4) VALUE ZERO.
       01 CaseFoundIdx PIC 9(4) VALUE ZERO.
       01 LastCaseNum PIC 9(6) VALUE ZERO.
       01 CasesChangedFlag PIC X VALUE "N".
           88 CasesChanged VALUE "Y".
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 UpdOption PIC X VALUE SPACE.
           88 UpdQuit VALUE "Q" "q".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
       01 WSCaseNum PIC 9(6) VALUE ZEROS.
       01 WSCategory PIC X(2) VALUE SPACE.
       01 WSPriority PIC X VALUE SPACE.
           88 PriorityValid VALUE "H" "M" "L".
       01 WSAssignee PIC X(8) VALUE SPACE.
       01 WSTargetDate PIC 9(8) VALUE ZEROS.
       01 WSSubject PIC X(40) VALUE SPACE.
       01 DefaultTarget PIC 9(8) VALUE ZEROS.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerUsable VALUE "Y".
       01 InvOKFlag PIC X VALUE "N".
           88 InvoiceUsable VALUE "Y".
       01 InvFileFlag PIC X VALUE "N".
           88 InvFileOpen VALUE "Y".
       01 CaseOKFlag PIC X VALUE "N".
           88 CaseUsable VALUE "Y".
       01 ShownCount PIC 9(4) VALUE ZERO.
       01 CasesOpened PIC 9(4) VALUE ZERO.
       01 CasesUpdated PIC 9(4) VALUE ZERO.
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE "CASE".
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 ContAction PIC X(5) VALUE SPACE.
       01 CaseHeadLine.
           02 FILLER PIC X(5) VALUE "Case ".
           02 PrnCaseNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseStatus PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCaseCategory PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCasePriority PIC X.
           02 FILLER PIC X(10) VALUE " customer ".
           02 PrnCaseCust PIC 9(7).
           02 FILLER PIC X(9) VALUE " invoice ".
           02 PrnCaseInv PIC 9(6).
       01 CaseDatesLine.
           02 FILLER PIC X(11) VALUE "    opened ".
           02 PrnCaseOpened PIC 9(8).
           02 FILLER PIC X(4) VALUE " by ".
           02 PrnCaseOpenBy PIC X(8).
           02 FILLER PIC X(10) VALUE " assigned ".
           02 PrnCaseAssigned PIC X(10).
           02 FILLER PIC X(8) VALUE " target ".
           02 PrnCaseTarget PIC 9(8).
           02 FILLER PIC X(8) VALUE " closed ".
           02 PrnCaseClosed PIC 9(8) BLANK WHEN ZERO.
       01 CaseSubjectLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCaseSubject PIC X(40).

       PROCEDURE DIVISION.
           MOVE ZERO TO CasesOpened
           MOVE ZERO TO CasesUpdated
           MOVE "N" TO CasesChangedFlag
           PERFORM ReadBusinessDate
           PERFORM ReadOperator
           PERFORM LoadCaseTable
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No customer file - cases unavailable"
           ELSE
               MOVE "N" TO InvFileFlag
               OPEN INPUT InvoiceFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO InvFileFlag
               END-IF
               MOVE SPACE TO MntOption
               PERFORM WITH TEST AFTER UNTIL MntQuit
                   DISPLAY "(O)pen case  (U)pdate case  (L)ist " &
                       "customer cases  (Q)uit : " WITH NO ADVANCING
                   ACCEPT MntOption
                   IF MntOption = "O" OR MntOption = "o"
                       PERFORM OpenOneCase
                   END-IF
                   IF MntOption = "U" OR MntOption = "u"
                       PERFORM UpdateOneCase
                   END-IF
                   IF MntOption = "L" OR MntOption = "l"
                       PERFORM ListCustomerCases
                   END-IF
               END-PERFORM
               CLOSE CustomerFile
               IF InvFileOpen
                   CLOSE InvoiceFile
               END-IF
               IF CasesChanged
                   PERFORM SaveCaseTable
               END-IF
           END-IF
           DISPLAY CasesOpened " cases opened, " CasesUpdated
               " case updates recorded"

       EXIT PROGRAM.

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

       ReadOperator.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE SPACES TO WSOperator
       IF GsFound = "Y"
           MOVE GsOperID TO WSOperator
       END-IF
       IF WSOperator = SPACES
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WSOperator
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

       LoadCaseTable.
       MOVE ZERO TO CaseCount
       MOVE ZERO TO LastCaseNum
       OPEN INPUT CaseFile
       IF WSFileStatus = "35"
           DISPLAY "Cases.dat not found - starting empty"
       ELSE
           MOVE "N" TO CaseEOFFlag
           PERFORM LoadOneCase UNTIL CaseEOF
           CLOSE CaseFile
       END-IF.

       LoadOneCase.
       READ CaseFile INTO CaseRecord
           AT END SET CaseEOF TO TRUE
           NOT AT END
               IF CaseNumber > LastCaseNum
                   MOVE CaseNumber TO LastCaseNum
               END-IF
               IF CaseCount < 2000
                   ADD 1 TO CaseCount
                   MOVE CaseRecord TO CaseEntry(CaseCount)
               ELSE
                   DISPLAY "More than 2000 cases - case "
                       CaseNumber " not loaded"
               END-IF
       END-READ.

       SaveCaseTable.
       OPEN OUTPUT CaseFile
       PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
           WRITE CaseFileRecord FROM CaseEntry(CaseIdx)
       END-PERFORM
       CLOSE CaseFile.

      *Customers of another company are not open to the operator,
      *and a deleted customer takes no new cases.
       FindCustomer.
       MOVE "N" TO CustOKFlag
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WSCustID
       MOVE WSCustID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer ID not found"
           NOT INVALID KEY
               MOVE CustCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   DISPLAY "Customer ID not found"
               ELSE
                   DISPLAY "Customer : " FirstName " " LastName
                   MOVE "Y" TO CustOKFlag
               END-IF
       END-READ.

      *A case may point at one of the customer's invoices, or at
      *none when the number is left at zero.
       FindLinkedInvoice.
       MOVE "Y" TO InvOKFlag
       DISPLAY "Invoice number (0 = none) : " WITH NO ADVANCING
       MOVE ZEROS TO WSInvNum
       ACCEPT WSInvNum
       IF WSInvNum NOT = ZEROS AND NOT InvFileOpen
           MOVE "N" TO InvOKFlag
           DISPLAY "No invoice file - invoice cannot be linked"
       END-IF
       IF WSInvNum NOT = ZEROS AND InvFileOpen
           MOVE WSCustID TO InvIDNum
           MOVE WSInvNum TO InvNumber
           READ InvoiceFile
               INVALID KEY
                   MOVE "N" TO InvOKFlag
                   DISPLAY "Invoice not found for this customer"
               NOT INVALID KEY
                   IF InvVoided
                       MOVE "N" TO InvOKFlag
                       DISPLAY "Invoice is voided"
                   END-IF
           END-READ
       END-IF.

      *The target date runs from the business date - one day for a
      *high priority case, three for medium and ten for low.
       DefaultTargetDate.
       EVALUATE WSPriority
           WHEN "H"
               MOVE 1 TO DateDays
           WHEN "M"
               MOVE 3 TO DateDays
           WHEN OTHER
               MOVE 10 TO DateDays
       END-EVALUATE
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DefaultTarget.

       AcceptTargetDate.
       PERFORM DefaultTargetDate
       DISPLAY "Target date YYYYMMDD (0 = " DefaultTarget ") : "
           WITH NO ADVANCING
       MOVE ZEROS TO WSTargetDate
       ACCEPT WSTargetDate
       IF WSTargetDate = ZEROS
           MOVE DefaultTarget TO WSTargetDate
       END-IF
       IF WSTargetDate < WSBusDate
           DISPLAY "Target date is in the past - " DefaultTarget
               " used"
           MOVE DefaultTarget TO WSTargetDate
       END-IF.

       AcceptPriority.
       MOVE SPACE TO WSPriority
       DISPLAY "Priority (H)igh (M)edium (L)ow : " WITH NO ADVANCING
       ACCEPT WSPriority
       INSPECT WSPriority CONVERTING LowerCase TO UpperCase
       IF NOT PriorityValid
           DISPLAY "Unknown priority - medium used"
           MOVE "M" TO WSPriority
       END-IF.

       OpenOneCase.
       IF CaseCount >= 2000
           DISPLAY "Case file full"
       ELSE
           PERFORM FindCustomer
           IF CustomerUsable AND CEData
               DISPLAY "Customer is deleted - case not opened"
               MOVE "N" TO CustOKFlag
           END-IF
           IF CustomerUsable
               PERFORM FindLinkedInvoice
               IF InvoiceUsable
                   PERFORM EnterCaseDetails
               END-IF
           END-IF
       END-IF.

       EnterCaseDetails.
       MOVE SPACES TO CaseRecord
       DISPLAY "Category DL delivery  SV service  AC account " &
           "change  IV invoice query  OT other : "
           WITH NO ADVANCING
       MOVE SPACES TO WSCategory
       ACCEPT WSCategory
       INSPECT WSCategory CONVERTING LowerCase TO UpperCase
       MOVE WSCategory TO CaseCategory
       IF NOT CaseCategoryValid
           DISPLAY "Unknown category - case not opened"
       ELSE
           PERFORM AcceptPriority
           DISPLAY "Subject : " WITH NO ADVANCING
           MOVE SPACES TO WSSubject
           ACCEPT WSSubject
           DISPLAY "Assign to operator (blank = unassigned) : "
               WITH NO ADVANCING
           MOVE SPACES TO WSAssignee
           ACCEPT WSAssignee
           PERFORM AcceptTargetDate
           ADD 1 TO LastCaseNum
           MOVE LastCaseNum TO CaseNumber
           MOVE WSCustID TO CaseIDNum
           MOVE WSCategory TO CaseCategory
           MOVE WSPriority TO CasePriority
           MOVE WSOperator TO CaseOpenedBy
           MOVE WSAssignee TO CaseAssignedTo
           MOVE "O" TO CaseStatus
           MOVE WSBusDate TO CaseOpenDate
           MOVE WSTargetDate TO CaseTargetDate
           MOVE ZEROS TO CaseClosedDate
           MOVE WSInvNum TO CaseInvNumber
           MOVE WSBusDate TO CaseLastUpdate
           MOVE RecCompany TO CaseCompany
           MOVE WSSubject TO CaseSubject
           ADD 1 TO CaseCount
           MOVE CaseRecord TO CaseEntry(CaseCount)
           MOVE "Y" TO CasesChangedFlag
           ADD 1 TO CasesOpened
           MOVE "OPEN" TO ContAction
           PERFORM LogCaseContact
           DISPLAY "Case " CaseNumber " opened, target "
               CaseTargetDate
       END-IF.

      *Cases raised in another company's books are not open to the
      *operator.
       FindCase.
       MOVE "N" TO CaseOKFlag
       MOVE ZERO TO CaseFoundIdx
       DISPLAY "Case number : " WITH NO ADVANCING
       ACCEPT WSCaseNum
       PERFORM VARYING CaseIdx FROM 1 BY 1 UNTIL CaseIdx > CaseCount
           MOVE CaseEntry(CaseIdx) TO CaseRecord
           IF CaseNumber = WSCaseNum
               MOVE CaseIdx TO CaseFoundIdx
           END-IF
       END-PERFORM
       IF CaseFoundIdx > ZERO
           MOVE CaseEntry(CaseFoundIdx) TO CaseRecord
           MOVE CaseCompany TO RecCompany
           IF RecCompany = SPACES
               MOVE "01" TO RecCompany
           END-IF
           IF RecCompany = GcCompany
               MOVE "Y" TO CaseOKFlag
           END-IF
       END-IF
       IF NOT CaseUsable
           DISPLAY "Case " WSCaseNum " not on file"
       END-IF.

       UpdateOneCase.
       PERFORM FindCase
       IF CaseUsable
           MOVE SPACE TO UpdOption
           PERFORM WITH TEST AFTER UNTIL UpdQuit
               PERFORM ShowOneCase
               IF CaseClosed
                   DISPLAY "(R)eopen  (Q)uit : " WITH NO ADVANCING
               ELSE
                   DISPLAY "(A)ssign (P)riority (T)arget (W)ait " &
                       "on customer (O)pen (C)lose (Q)uit : "
                       WITH NO ADVANCING
               END-IF
               ACCEPT UpdOption
               INSPECT UpdOption CONVERTING LowerCase TO UpperCase
               MOVE SPACES TO ContAction
               IF CaseClosed
                   IF UpdOption = "R"
                       PERFORM ReopenCase
                   END-IF
               ELSE
                   PERFORM ApplyCaseChange
               END-IF
               IF ContAction NOT = SPACES
                   MOVE WSBusDate TO CaseLastUpdate
                   MOVE CaseRecord TO CaseEntry(CaseFoundIdx)
                   MOVE "Y" TO CasesChangedFlag
                   ADD 1 TO CasesUpdated
                   PERFORM LogCaseContact
               END-IF
           END-PERFORM
       END-IF.

       ApplyCaseChange.
       EVALUATE UpdOption
           WHEN "A"
               DISPLAY "Assign to operator (blank = unassigned) : "
                   WITH NO ADVANCING
               MOVE SPACES TO WSAssignee
               ACCEPT WSAssignee
               IF WSAssignee NOT = CaseAssignedTo
                   MOVE WSAssignee TO CaseAssignedTo
                   MOVE "ASSGN" TO ContAction
               END-IF
           WHEN "P"
               PERFORM AcceptPriority
               IF WSPriority NOT = CasePriority
                   MOVE WSPriority TO CasePriority
                   MOVE "PRIOR" TO ContAction
               END-IF
           WHEN "T"
               MOVE CasePriority TO WSPriority
               PERFORM AcceptTargetDate
               IF WSTargetDate NOT = CaseTargetDate
                   MOVE WSTargetDate TO CaseTargetDate
                   MOVE "TARGT" TO ContAction
               END-IF
           WHEN "W"
               IF NOT CaseWaiting
                   MOVE "W" TO CaseStatus
                   MOVE "WAIT" TO ContAction
               END-IF
           WHEN "O"
               IF CaseWaiting
                   MOVE "O" TO CaseStatus
                   MOVE "WORK" TO ContAction
               END-IF
           WHEN "C"
               MOVE "C" TO CaseStatus
               MOVE WSBusDate TO CaseClosedDate
               MOVE "CLOSE" TO ContAction
       END-EVALUATE.

       ReopenCase.
       MOVE "O" TO CaseStatus
       MOVE ZEROS TO CaseClosedDate
       MOVE CasePriority TO WSPriority
       PERFORM AcceptTargetDate
       MOVE WSTargetDate TO CaseTargetDate
       MOVE "REOPN" TO ContAction.

       LogCaseContact.
       MOVE CaseIDNum TO ContIDNum
       MOVE "CASE" TO ContTouchType
       MOVE SPACES TO ContDocRef
       STRING CaseNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ContAction DELIMITED BY SPACE
           INTO ContDocRef
       END-STRING
       CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef.

       ListCustomerCases.
       PERFORM FindCustomer
       IF CustomerUsable
           MOVE ZERO TO ShownCount
           PERFORM VARYING CaseIdx FROM 1 BY 1
               UNTIL CaseIdx > CaseCount
               MOVE CaseEntry(CaseIdx) TO CaseRecord
               IF CaseIDNum = WSCustID
                   PERFORM ShowOneCase
                   ADD 1 TO ShownCount
               END-IF
           END-PERFORM
           IF ShownCount = ZERO
               DISPLAY "No cases on file for customer " WSCustID
           END-IF
       END-IF.

       ShowOneCase.
       MOVE CaseNumber TO PrnCaseNum
       EVALUATE TRUE
           WHEN CaseOpen
               MOVE "OPEN" TO PrnCaseStatus
           WHEN CaseWaiting
               MOVE "WAITING" TO PrnCaseStatus
           WHEN OTHER
               MOVE "CLOSED" TO PrnCaseStatus
       END-EVALUATE
       MOVE CaseCategory TO PrnCaseCategory
       MOVE CasePriority TO PrnCasePriority
       MOVE CaseIDNum TO PrnCaseCust
       MOVE CaseInvNumber TO PrnCaseInv
       DISPLAY CaseHeadLine
       MOVE CaseOpenDate TO PrnCaseOpened
       MOVE CaseOpenedBy TO PrnCaseOpenBy
       MOVE CaseAssignedTo TO PrnCaseAssigned
       IF CaseAssignedTo = SPACES
           MOVE "UNASSIGNED" TO PrnCaseAssigned
       END-IF
       MOVE CaseTargetDate TO PrnCaseTarget
       MOVE CaseClosedDate TO PrnCaseClosed
       DISPLAY CaseDatesLine
       MOVE CaseSubject TO PrnCaseSubject
       DISPLAY CaseSubjectLine.
