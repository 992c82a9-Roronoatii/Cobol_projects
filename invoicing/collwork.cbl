      *Collector worklist and promise-to-pay entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. collwork.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PlanFile ASSIGN TO "InstPlan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PromiseFile ASSIGN TO "Promise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ContactFile ASSIGN TO "ContHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD ArOpenFile.
           COPY ardata.

       FD PlanFile.
       01 PlanFileRecord PIC X(515).

       FD PromiseFile.
       01 PromiseFileRecord PIC X(63).

       FD ContactFile.
       01 ContactRecord.
           02 CntIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CntDate PIC 9(8).
           02 FILLER PIC X.
           02 CntTime PIC 9(8).
           02 FILLER PIC X.
           02 CntTouchType PIC X(8).
           02 FILLER PIC X.
           02 CntDocRef PIC X(12).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY plandata.
           COPY promdata.
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
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 PlanEOFFlag PIC X VALUE "N".
           88 PlanEOF VALUE "Y".
       01 PtpEOFFlag PIC X VALUE "N".
           88 PtpEOF VALUE "Y".
       01 CntEOFFlag PIC X VALUE "N".
           88 CntEOF VALUE "Y".
       01 CustOpenFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 PtpFullFlag PIC X VALUE "N".
           88 PromiseTableFull VALUE "Y".
       01 PtpChangedFlag PIC X VALUE "N".
           88 PromisesChanged VALUE "Y".
       01 OnPlanFlag PIC X VALUE "N".
           88 InvoiceOnPlan VALUE "Y".
       01 PlanInvTable.
           02 PlanInvEntry OCCURS 500 TIMES.
               03 PICustID PIC 9(7).
               03 PIInvNum PIC 9(6).
       01 PlanInvCount PIC 9(3) VALUE ZERO.
       01 PlanInvIdx PIC 9(3) VALUE ZERO.
       01 PlanPickIdx PIC 9 VALUE ZERO.
       01 PromiseTable.
           02 PromiseEntry PIC X(63) OCCURS 1000 TIMES.
       01 PromiseCount PIC 9(4) VALUE ZERO.
       01 PromiseIdx PIC 9(4) VALUE ZERO.
      *One worklist line per customer with overdue items.  WLGroup
      *orders the list - broken promises first, then accounts with
      *no promise, then accounts with a promise still pending.
       01 WorkTable.
           02 WorkEntry OCCURS 500 TIMES.
               03 WLGroup PIC 9.
               03 WLOverdue PIC S9(8)V99.
               03 WLOldest PIC 9(5).
               03 WLCustID PIC 9(7).
               03 WLItems PIC 9(3).
               03 WLPtpFlag PIC X.
               03 WLPtpDue PIC 9(8).
               03 WLLastCall PIC 9(8).
               03 WLLastResult PIC X(12).
       01 WorkCount PIC 9(3) VALUE ZERO.
       01 WorkIdx PIC 9(3) VALUE ZERO.
       01 WorkIdx2 PIC 9(3) VALUE ZERO.
       01 WorkFoundIdx PIC 9(3) VALUE ZERO.
       01 SwapWork PIC X(55).
       01 DaysPastDue PIC S9(9) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 PageSize PIC 99 VALUE 10.
       01 PageStart PIC 9(3) VALUE 1.
       01 PageEnd PIC 9(3) VALUE ZERO.
       01 BrowseCmd PIC X VALUE SPACE.
           88 BrowseQuit VALUE "Q" "q".
           88 BrowseNext VALUE "N" "n".
           88 BrowsePrev VALUE "P" "p".
           88 BrowseCall VALUE "C" "c".
       01 CallLine PIC 9(3) VALUE ZERO.
       01 CallOutcome PIC X VALUE SPACE.
           88 OutcomeNoAnswer VALUE "N" "n".
           88 OutcomeMessage VALUE "L" "l".
           88 OutcomePromise VALUE "P" "p".
           88 OutcomeRefused VALUE "R" "r".
           88 OutcomeDisputed VALUE "D" "d".
           88 OutcomeWrongNum VALUE "W" "w".
       01 CallLogFlag PIC X VALUE "N".
           88 CallToLog VALUE "Y".
       01 NewPtpAmount PIC 9(6)V99 VALUE ZERO.
       01 NewPtpDate PIC 9(8) VALUE ZEROS.
       01 PtpDocRef.
           02 FILLER PIC X(4) VALUE "PTP ".
           02 PtpRefDate PIC 9(8).
       01 CallsLogged PIC 9(4) VALUE ZERO.
       01 PromisesTaken PIC 9(4) VALUE ZERO.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE SPACE.
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 WorkColumnHeads PIC X(74) VALUE
           " Ln Customer Name                      Overdue  Days " &
           "Promise     Last call".
       01 WorkDetailLine.
           02 PrnLine PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(18).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOldest PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromise PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastCall PIC 9(8) BLANK WHEN ZERO.

       PROCEDURE DIVISION.
           PERFORM ReadOperator
           PERFORM ReadBusinessDate
           PERFORM LoadPlanInvoices
           PERFORM LoadPromiseTable
           PERFORM BuildWorklist
           IF WorkCount = ZERO
               DISPLAY "No overdue accounts to work"
           ELSE
               PERFORM LoadLastCalls
               PERFORM SetPromiseGroups
               PERFORM SortWorklist
               OPEN INPUT CustomerFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO CustOpenFlag
               END-IF
               PERFORM ShowWorklistPages
               IF CustomerFileOpen
                   CLOSE CustomerFile
               END-IF
               IF PromisesChanged AND NOT PromiseTableFull
                   PERFORM SavePromiseTable
               END-IF
           END-IF
           DISPLAY CallsLogged " calls logged, " PromisesTaken
               " promises taken"
           STOP RUN.

       ReadOperator.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsOperID TO WSOperator
       END-IF
       IF WSOperator = SPACES
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WSOperator
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

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

      *Invoices covered by an active installment plan are being paid
      *to the plan schedule and are not worked by the collectors.
       LoadPlanInvoices.
       MOVE ZERO TO PlanInvCount
       OPEN INPUT PlanFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PlanEOFFlag
           PERFORM LoadOnePlan UNTIL PlanEOF
           CLOSE PlanFile
       END-IF.

       LoadOnePlan.
       READ PlanFile INTO PlanRecord
           AT END SET PlanEOF TO TRUE
           NOT AT END
               IF PlanActive
                   PERFORM VARYING PlanPickIdx FROM 1 BY 1
                       UNTIL PlanPickIdx > PlnInvCount
                       IF PlanInvCount < 500
                           ADD 1 TO PlanInvCount
                           MOVE PlnIDNum TO PICustID(PlanInvCount)
                           MOVE PlnInvNumber(PlanPickIdx)
                               TO PIInvNum(PlanInvCount)
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

       LoadPromiseTable.
       MOVE ZERO TO PromiseCount
       OPEN INPUT PromiseFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PtpEOFFlag
           PERFORM LoadOnePromise UNTIL PtpEOF
           CLOSE PromiseFile
       END-IF.

       LoadOnePromise.
       READ PromiseFile INTO PromiseRecord
           AT END SET PtpEOF TO TRUE
           NOT AT END
               IF PromiseCount < 1000
                   ADD 1 TO PromiseCount
                   MOVE PromiseRecord TO PromiseEntry(PromiseCount)
               ELSE
                   SET PromiseTableFull TO TRUE
                   SET PtpEOF TO TRUE
                   DISPLAY "More than 1000 promises on file - new "
                       "promises cannot be taken this session"
               END-IF
       END-READ.

       SavePromiseTable.
       OPEN OUTPUT PromiseFile
       PERFORM VARYING PromiseIdx FROM 1 BY 1
           UNTIL PromiseIdx > PromiseCount
           WRITE PromiseFileRecord FROM PromiseEntry(PromiseIdx)
       END-PERFORM
       CLOSE PromiseFile.

      *Overdue is measured the way dunning measures it - open items
      *past their due date that are not disputed, not with the
      *collection agency and not on an installment plan.
       BuildWorklist.
       MOVE ZERO TO WorkCount
       OPEN INPUT ArOpenFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No open-item ledger - run arroll first"
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM WorkOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       WorkOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               MOVE ArCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF ArOpenAmount > ZERO AND ArDispute NOT = "D"
                   AND NOT ArAgencyPlaced AND RecCompany = GcCompany
                   PERFORM CheckInvoiceOnPlan
                   IF NOT InvoiceOnPlan
                       PERFORM AgeOneItem
                   END-IF
               END-IF
       END-READ.

       CheckInvoiceOnPlan.
       MOVE "N" TO OnPlanFlag
       PERFORM VARYING PlanInvIdx FROM 1 BY 1
           UNTIL PlanInvIdx > PlanInvCount
           IF PICustID(PlanInvIdx) = ArIDNum
               AND PIInvNum(PlanInvIdx) = ArInvNumber
               MOVE "Y" TO OnPlanFlag
           END-IF
       END-PERFORM.

       AgeOneItem.
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ArDueDate TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysPastDue
       IF DaysPastDue > ZERO
           PERFORM FindWorkEntry
           IF WorkFoundIdx > ZERO
               ADD ArOpenAmount TO WLOverdue(WorkFoundIdx)
               ADD 1 TO WLItems(WorkFoundIdx)
               IF DaysPastDue > WLOldest(WorkFoundIdx)
                   MOVE DaysPastDue TO WLOldest(WorkFoundIdx)
               END-IF
           END-IF
       END-IF.

       FindWorkEntry.
       MOVE ZERO TO WorkFoundIdx
       PERFORM VARYING WorkIdx FROM 1 BY 1 UNTIL WorkIdx > WorkCount
           IF WLCustID(WorkIdx) = ArIDNum
               MOVE WorkIdx TO WorkFoundIdx
           END-IF
       END-PERFORM
       IF WorkFoundIdx = ZERO
           IF WorkCount < 500
               ADD 1 TO WorkCount
               MOVE WorkCount TO WorkFoundIdx
               MOVE 2 TO WLGroup(WorkCount)
               MOVE ZERO TO WLOverdue(WorkCount)
               MOVE ZERO TO WLOldest(WorkCount)
               MOVE ArIDNum TO WLCustID(WorkCount)
               MOVE ZERO TO WLItems(WorkCount)
               MOVE SPACE TO WLPtpFlag(WorkCount)
               MOVE ZEROS TO WLPtpDue(WorkCount)
               MOVE ZEROS TO WLLastCall(WorkCount)
               MOVE SPACES TO WLLastResult(WorkCount)
           ELSE
               DISPLAY "More than 500 overdue accounts - customer "
                   ArIDNum " not listed"
           END-IF
       END-IF.

      *Contact history is written in date order, so the last call
      *read for a customer is the most recent one.
       LoadLastCalls.
       OPEN INPUT ContactFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CntEOFFlag
           PERFORM LoadOneContact UNTIL CntEOF
           CLOSE ContactFile
       END-IF.

       LoadOneContact.
       READ ContactFile
           AT END SET CntEOF TO TRUE
           NOT AT END
               IF CntTouchType = "CALL"
                   PERFORM VARYING WorkIdx FROM 1 BY 1
                       UNTIL WorkIdx > WorkCount
                       IF WLCustID(WorkIdx) = CntIDNum
                           MOVE CntDate TO WLLastCall(WorkIdx)
                           MOVE CntDocRef TO WLLastResult(WorkIdx)
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

      *A broken promise not yet followed up puts the account back at
      *the top of the list; an open promise drops it to the bottom
      *until the promised date has passed.
       SetPromiseGroups.
       PERFORM VARYING PromiseIdx FROM 1 BY 1
           UNTIL PromiseIdx > PromiseCount
           MOVE PromiseEntry(PromiseIdx) TO PromiseRecord
           IF PtpBroken OR PtpOpen
               PERFORM VARYING WorkIdx FROM 1 BY 1
                   UNTIL WorkIdx > WorkCount
                   IF WLCustID(WorkIdx) = PtpIDNum
                       IF PtpBroken
                           MOVE 1 TO WLGroup(WorkIdx)
                           MOVE "B" TO WLPtpFlag(WorkIdx)
                           MOVE PtpDueDate TO WLPtpDue(WorkIdx)
                       ELSE
                           IF WLPtpFlag(WorkIdx) NOT = "B"
                               MOVE 3 TO WLGroup(WorkIdx)
                               MOVE "O" TO WLPtpFlag(WorkIdx)
                               MOVE PtpDueDate TO WLPtpDue(WorkIdx)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

       SortWorklist.
       PERFORM VARYING WorkIdx FROM 1 BY 1
           UNTIL WorkIdx NOT < WorkCount
           PERFORM VARYING WorkIdx2 FROM 1 BY 1
               UNTIL WorkIdx2 NOT < WorkCount
               IF WLGroup(WorkIdx2) > WLGroup(WorkIdx2 + 1)
                   OR (WLGroup(WorkIdx2) = WLGroup(WorkIdx2 + 1)
                       AND WLOverdue(WorkIdx2)
                           < WLOverdue(WorkIdx2 + 1))
                   OR (WLGroup(WorkIdx2) = WLGroup(WorkIdx2 + 1)
                       AND WLOverdue(WorkIdx2)
                           = WLOverdue(WorkIdx2 + 1)
                       AND WLOldest(WorkIdx2)
                           < WLOldest(WorkIdx2 + 1))
                   MOVE WorkEntry(WorkIdx2) TO SwapWork
                   MOVE WorkEntry(WorkIdx2 + 1) TO WorkEntry(WorkIdx2)
                   MOVE SwapWork TO WorkEntry(WorkIdx2 + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       ShowWorklistPages.
       DISPLAY "Collector worklist for " WSOperator " - business "
           WSBusDate " - " WorkCount " accounts overdue"
       MOVE 1 TO PageStart
       MOVE SPACE TO BrowseCmd
       PERFORM WITH TEST AFTER UNTIL BrowseQuit
           PERFORM ShowOnePage
           ACCEPT BrowseCmd
           IF BrowseNext AND PageEnd < WorkCount
               COMPUTE PageStart = PageStart + PageSize
           END-IF
           IF BrowsePrev AND PageStart > 1
               COMPUTE PageStart = PageStart - PageSize
               IF PageStart < 1
                   MOVE 1 TO PageStart
               END-IF
           END-IF
           IF BrowseCall
               PERFORM RecordOneCall
           END-IF
       END-PERFORM.

       ShowOnePage.
       COMPUTE PageEnd = PageStart + PageSize - 1
       IF PageEnd > WorkCount
           MOVE WorkCount TO PageEnd
       END-IF
       DISPLAY WorkColumnHeads
       PERFORM VARYING WorkIdx FROM PageStart BY 1
           UNTIL WorkIdx > PageEnd
           PERFORM ShowOneAccount
       END-PERFORM
       DISPLAY "-- (N)ext page (P)rev page (C)all (Q)uit : "
           WITH NO ADVANCING.

       ShowOneAccount.
       PERFORM ReadWorkCustomer
       MOVE WorkIdx TO PrnLine
       MOVE WLCustID(WorkIdx) TO PrnCustID
       MOVE CustName TO PrnCustName
       MOVE WLOverdue(WorkIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnOverdue
       MOVE WLOldest(WorkIdx) TO PrnOldest
       EVALUATE WLPtpFlag(WorkIdx)
           WHEN "B"
               MOVE "BROKEN" TO PrnPromise
           WHEN "O"
               MOVE WLPtpDue(WorkIdx) TO PtpRefDate
               MOVE PtpDocRef TO PrnPromise
           WHEN OTHER
               MOVE SPACES TO PrnPromise
       END-EVALUATE
       MOVE WLLastCall(WorkIdx) TO PrnLastCall
       DISPLAY WorkDetailLine.

       ReadWorkCustomer.
       MOVE SPACES TO CustName
       MOVE SPACES TO Phone
       IF CustomerFileOpen
           MOVE WLCustID(WorkIdx) TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "NOT ON FILE" TO CustName
           END-READ
       ELSE
           MOVE "NOT ON FILE" TO CustName
       END-IF.

      *Every call is written to the contact history whatever the
      *outcome.  Reaching the customer - a promise, a refusal or a
      *dispute - counts as following up a broken promise.
       RecordOneCall.
       DISPLAY "Line number : " WITH NO ADVANCING
       ACCEPT CallLine
       IF CallLine < 1 OR CallLine > WorkCount
           DISPLAY "No such line on the worklist"
       ELSE
           MOVE CallLine TO WorkIdx
           PERFORM ReadWorkCustomer
           DISPLAY "Customer : " WLCustID(WorkIdx) " " FirstName
               " " LastName " phone " Phone
           MOVE WLOverdue(WorkIdx) TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Overdue  : " WSAmtFormatted " on "
               WLItems(WorkIdx) " items, oldest "
               WLOldest(WorkIdx) " days"
           IF WLLastCall(WorkIdx) NOT = ZEROS
               DISPLAY "Last call: " WLLastCall(WorkIdx) " "
                   WLLastResult(WorkIdx)
           END-IF
           DISPLAY "Outcome - (N)o answer (L)eft message " &
               "(P)romise to pay"
           DISPLAY "          (R)efused (D)isputed (W)rong number : "
               WITH NO ADVANCING
           ACCEPT CallOutcome
           MOVE "N" TO CallLogFlag
           EVALUATE TRUE
               WHEN OutcomeNoAnswer
                   MOVE "NO ANSWER" TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               WHEN OutcomeMessage
                   MOVE "LEFT MSG" TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               WHEN OutcomePromise
                   PERFORM TakePromise
               WHEN OutcomeRefused
                   MOVE "REFUSED" TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               WHEN OutcomeDisputed
                   MOVE "DISPUTED" TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               WHEN OutcomeWrongNum
                   MOVE "WRONG NO" TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               WHEN OTHER
                   DISPLAY "Unknown outcome - call not logged"
           END-EVALUATE
           IF CallToLog
               MOVE WLCustID(WorkIdx) TO ContIDNum
               MOVE "CALL" TO ContTouchType
               CALL 'conthist' USING ContIDNum, ContTouchType,
                   ContDocRef
               ADD 1 TO CallsLogged
               MOVE WSBusDate TO WLLastCall(WorkIdx)
               MOVE ContDocRef TO WLLastResult(WorkIdx)
               IF (OutcomeRefused OR OutcomeDisputed)
                   AND WLPtpFlag(WorkIdx) = "B"
                   AND NOT PromiseTableFull
                   PERFORM CloseCustomerPromises
                   MOVE SPACE TO WLPtpFlag(WorkIdx)
               END-IF
               DISPLAY "Call logged for customer " WLCustID(WorkIdx)
           END-IF
       END-IF.

       TakePromise.
       IF PromiseTableFull OR PromiseCount NOT < 1000
           DISPLAY "Promise file is full - promise not recorded, " &
               "call not logged"
       ELSE
           DISPLAY "Amount promised : " WITH NO ADVANCING
           ACCEPT NewPtpAmount
           DISPLAY "Promised by (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT NewPtpDate
           MOVE "S" TO DateFunction
           MOVE NewPtpDate TO DateOne
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF NewPtpAmount = ZERO
               DISPLAY "Promise not recorded - zero amount, " &
                   "call not logged"
           ELSE
               IF NewPtpDate NOT NUMERIC OR DateStatus NOT = "00"
                   OR NewPtpDate NOT > WSBusDate
                   DISPLAY "Promise not recorded - date must be a " &
                       "valid date after today, call not logged"
               ELSE
                   PERFORM CloseCustomerPromises
                   MOVE SPACES TO PromiseRecord
                   MOVE WLCustID(WorkIdx) TO PtpIDNum
                   MOVE WSBusDate TO PtpTaken
                   MOVE NewPtpAmount TO PtpAmount
                   MOVE NewPtpDate TO PtpDueDate
                   MOVE "O" TO PtpStatus
                   MOVE WSBusDate TO PtpStatusDate
                   MOVE WSOperator TO PtpCollector
                   MOVE ZERO TO PtpPaid
                   ADD 1 TO PromiseCount
                   MOVE PromiseRecord TO PromiseEntry(PromiseCount)
                   MOVE "Y" TO PtpChangedFlag
                   ADD 1 TO PromisesTaken
                   MOVE "O" TO WLPtpFlag(WorkIdx)
                   MOVE NewPtpDate TO WLPtpDue(WorkIdx)
                   MOVE NewPtpDate TO PtpRefDate
                   MOVE PtpDocRef TO ContDocRef
                   MOVE "Y" TO CallLogFlag
               END-IF
           END-IF
       END-IF.

      *A new promise replaces any the customer already has open, and
      *a broken one is closed once it has been followed up.
       CloseCustomerPromises.
       PERFORM VARYING PromiseIdx FROM 1 BY 1
           UNTIL PromiseIdx > PromiseCount
           MOVE PromiseEntry(PromiseIdx) TO PromiseRecord
           IF PtpIDNum = WLCustID(WorkIdx)
               AND (PtpOpen OR PtpBroken)
               MOVE "X" TO PtpStatus
               MOVE WSBusDate TO PtpStatusDate
               MOVE PromiseRecord TO PromiseEntry(PromiseIdx)
               MOVE "Y" TO PtpChangedFlag
           END-IF
       END-PERFORM.
