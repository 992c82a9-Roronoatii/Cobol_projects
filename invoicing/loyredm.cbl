      *Loyalty points redemption against a credit memo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loyredm.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoyCtlFile ASSIGN TO "LoyCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
           COPY invdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD LoyCtlFile.
           COPY loyctl.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 AuthFuncCode PIC X(8) VALUE "LOYREDM".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncAllowed VALUE "Y".
       01 PerFunction PIC X VALUE "C".
       01 PerPostRef PIC X(20) VALUE SPACE.
       01 PerStatus PIC X(2) VALUE SPACE.
           88 PeriodSoftClosed VALUE "01".
           88 PeriodRefused VALUE "90" "91".
       01 EntryOption PIC X VALUE SPACE.
           88 EntryQuit VALUE "Q" "q".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 WSInvNum PIC 9(6) VALUE ZEROS.
       01 PointValue PIC 9V9999 VALUE 0.01.
       01 RedeemPoints PIC 9(7) VALUE ZERO.
       01 WSCreditAmount PIC 9(6)V99 VALUE ZERO.
       01 NextInvNum PIC 9(6) VALUE ZERO.
       01 DocCompany PIC X(2) VALUE "01".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 RecCompany PIC X(2) VALUE SPACE.
       01 SaveJuris PIC X(2) VALUE SPACE.
       01 SaveCurrency PIC X(3) VALUE SPACE.
       01 SaveAmount PIC 9(6)V99 VALUE ZERO.
       01 PriorCredits PIC S9(8)V99 VALUE ZERO.
       01 RemainAmount PIC S9(8)V99 VALUE ZERO.
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 RedemptionsMade PIC 9(4) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 LoyAction PIC X VALUE "B".
       01 LoyInvNumber PIC 9(6) VALUE ZEROS.
       01 LoyEntryType PIC X VALUE SPACE.
       01 LoyDate PIC 9(8) VALUE ZEROS.
       01 LoyPoints PIC S9(7) VALUE ZERO.
       01 LoyStatus PIC X VALUE SPACE.
       01 PointsBalance PIC S9(7) VALUE ZERO.
       01 PrnPointsBalance PIC -,---,--9.
       01 RunLogJob PIC X(12) VALUE "LOYREDM".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           IF NOT FuncAllowed
               DISPLAY "You are not authorised to redeem points"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckPostingPeriod
           IF PeriodRefused
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ReadLoyaltyControl
           OPEN I-O InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No invoice file - nothing to credit"
           ELSE
               MOVE "START" TO RunLogEvent
               MOVE ZERO TO RunLogCount
               CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
               MOVE SPACE TO EntryOption
               PERFORM WITH TEST AFTER UNTIL EntryQuit
                   DISPLAY "Points redemption - continue ? (Q to " &
                       "quit) : " WITH NO ADVANCING
                   ACCEPT EntryOption
                   IF NOT EntryQuit
                       PERFORM RedeemCustomerPoints
                   END-IF
               END-PERFORM
               CLOSE InvoiceFile
               MOVE "END" TO RunLogEvent
               MOVE RedemptionsMade TO RunLogCount
               CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           END-IF
           DISPLAY RedemptionsMade " redemptions recorded"
           STOP RUN.

      *Redemption credit memos are dated with the business date, so
      *the month it falls in must still be open.
       CheckPostingPeriod.
       MOVE "C" TO PerFunction
       MOVE SPACES TO PerPostRef
       CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
           WSAuthority, PerPostRef, PerStatus
       EVALUATE TRUE
           WHEN PerStatus = "90"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is closed - no postings allowed"
           WHEN PerStatus = "91"
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - supervisor authority required"
           WHEN PeriodSoftClosed
               DISPLAY "Accounting period " WSBusDate(1:6)
                   " is soft-closed - postings are reported to finance"
       END-EVALUATE.

       LogPeriodPosting.
       IF PeriodSoftClosed
           MOVE "L" TO PerFunction
           CALL 'perchk' USING PerFunction, WSBusDate, GsOperID,
               WSAuthority, PerPostRef, PerStatus
       END-IF.

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

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D"
           IF IsSupervisor
               MOVE "Y" TO AuthAllowed
           ELSE
               MOVE "N" TO AuthAllowed
           END-IF
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

      *Without a control record a point is worth one cent.
       ReadLoyaltyControl.
       OPEN INPUT LoyCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END
                   IF LcPointValue IS NUMERIC
                       AND LcPointValue > ZERO
                       MOVE LcPointValue TO PointValue
                   END-IF
           END-READ
           CLOSE LoyCtlFile
       END-IF.

       RedeemCustomerPoints.
       DISPLAY "Customer ID    : " WITH NO ADVANCING
       ACCEPT WSCustID
       MOVE "B" TO LoyAction
       CALL 'loysvc' USING LoyAction, WSCustID, LoyInvNumber,
           LoyEntryType, LoyDate, LoyPoints, LoyStatus
       MOVE LoyPoints TO PointsBalance
       MOVE PointsBalance TO PrnPointsBalance
       IF PointsBalance NOT > ZERO
           DISPLAY "Points balance " PrnPointsBalance
               " - nothing to redeem"
       ELSE
           COMPUTE WSAmtSigned = PointsBalance * PointValue
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Points balance : " PrnPointsBalance
               "  worth " WSAmtFormatted
           DISPLAY "Points to redeem : " WITH NO ADVANCING
           ACCEPT RedeemPoints
           IF RedeemPoints = ZERO
               DISPLAY "Nothing redeemed - zero points"
           ELSE
               IF RedeemPoints > PointsBalance
                   DISPLAY "Nothing redeemed - exceeds the points " &
                       "balance"
               ELSE
                   COMPUTE WSCreditAmount = RedeemPoints * PointValue
                   IF WSCreditAmount = ZERO
                       DISPLAY "Nothing redeemed - too few points " &
                           "for a credit"
                   ELSE
                       PERFORM FindInvoiceToCredit
                       IF WSFileStatus = "00"
                           PERFORM WriteRedemptionCredit
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

      *The credit is raised against one of the customer's invoices;
      *another company's invoices are not open to the operator.
       FindInvoiceToCredit.
       DISPLAY "Invoice to credit : " WITH NO ADVANCING
       ACCEPT WSInvNum
       MOVE WSCustID TO InvIDNum
       MOVE WSInvNum TO InvNumber
       READ InvoiceFile
           INVALID KEY
               MOVE "35" TO WSFileStatus
               DISPLAY "Invoice not found"
           NOT INVALID KEY
               MOVE "00" TO WSFileStatus
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF RecCompany NOT = GcCompany
                   MOVE "35" TO WSFileStatus
                   DISPLAY "Invoice not found"
               ELSE
                   IF NOT InvoiceDoc OR InvVoided
                       MOVE "35" TO WSFileStatus
                       DISPLAY "Document is not a live invoice - " &
                           "credits may only reference invoices"
                   END-IF
               END-IF
       END-READ.

       WriteRedemptionCredit.
       MOVE InvJurisdiction TO SaveJuris
       MOVE InvCurrency TO SaveCurrency
       MOVE InvAmount TO SaveAmount
       PERFORM SumPriorCredits
       COMPUTE RemainAmount = SaveAmount - PriorCredits
       IF WSCreditAmount > RemainAmount
           MOVE RemainAmount TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
           DISPLAY "Nothing redeemed - the credit exceeds the " &
               "uncredited invoice amount of " WSAmtFormatted
       ELSE
           CALL 'custcomp' USING WSCustID, DocCompany
           CALL 'nextinv' USING DocCompany, NextInvNum
           MOVE SPACES TO InvoiceData
           MOVE WSCustID TO InvIDNum
           MOVE DocCompany TO InvCompany
           MOVE NextInvNum TO InvNumber
           MOVE WSBusDate TO InvDate
           MOVE SaveJuris TO InvJurisdiction
           MOVE SaveCurrency TO InvCurrency
           MOVE WSCreditAmount TO InvAmount
           MOVE "0" TO InvStatus
           MOVE "C" TO InvDocType
           MOVE WSInvNum TO InvRefNumber
           MOVE WSBusDate TO InvDueDate
           WRITE InvoiceData
               INVALID KEY
                   DISPLAY "Credit memo number already on file"
               NOT INVALID KEY
                   PERFORM PostRedemption
           END-WRITE
       END-IF.

       PostRedemption.
       MOVE "P" TO LoyAction
       MOVE NextInvNum TO LoyInvNumber
       MOVE "D" TO LoyEntryType
       MOVE WSBusDate TO LoyDate
       COMPUTE LoyPoints = ZERO - RedeemPoints
       CALL 'loysvc' USING LoyAction, WSCustID, LoyInvNumber,
           LoyEntryType, LoyDate, LoyPoints, LoyStatus
       ADD 1 TO RedemptionsMade
       MOVE SPACES TO PerPostRef
       STRING "LOYREDM CM " NextInvNum
           DELIMITED BY SIZE INTO PerPostRef
       END-STRING
       PERFORM LogPeriodPosting
       MOVE WSCreditAmount TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, WSAmtFormatted
       DISPLAY "Credit memo " NextInvNum " for " WSAmtFormatted
           " recorded against invoice " WSInvNum.

       SumPriorCredits.
       MOVE ZERO TO PriorCredits
       MOVE "N" TO ScanEOFFlag
       MOVE WSCustID TO InvIDNum
       MOVE ZEROS TO InvNumber
       START InvoiceFile KEY NOT < InvKey
           INVALID KEY SET ScanEOF TO TRUE
       END-START
       PERFORM SumOnePriorCredit UNTIL ScanEOF.

       SumOnePriorCredit.
       READ InvoiceFile NEXT RECORD
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF InvIDNum NOT = WSCustID
                   SET ScanEOF TO TRUE
               ELSE
                   IF NOT InvVoided AND InvRefNumber = WSInvNum
                       EVALUATE TRUE
                           WHEN CreditMemoDoc OR WriteOffDoc
                               OR DiscountDoc
                               ADD InvAmount TO PriorCredits
                           WHEN RefundDoc
                               SUBTRACT InvAmount FROM PriorCredits
                       END-EVALUATE
                   END-IF
               END-IF
       END-READ.
