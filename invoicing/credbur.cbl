      *Monthly credit bureau reporting extract
       IDENTIFICATION DIVISION.
       PROGRAM-ID. credbur.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CredFile ASSIGN TO "CredLimit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BureauFile ASSIGN TO "BureauAcct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BurParmFile ASSIGN TO "BurParm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BureauOutFile ASSIGN TO "CredBur.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BureauReport ASSIGN TO "CredBur.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD InvoiceFile.
           COPY invdata.

       FD PaymentFile.
           COPY paydata.

       FD ArOpenFile.
           COPY ardata.

       FD CredFile.
       01 CredRecord.
           02 CrdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrdLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CrdHold PIC X.

       FD ExchRatesFile.
       01 ExchRateRecord.
           02 ExrCurrency PIC X(3).
               88 ExchEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 ExrRate PIC 9(3)V9(6).
           02 FILLER PIC X.
           02 ExrFrom PIC 9(8).
           02 FILLER PIC X.
           02 ExrTo PIC 9(8).

       FD BureauFile.
       01 BureauFileRecord PIC X(40).

      *Bureau parameters - SUBSCRIB is the member code the bureau
      *issued to us and SUBNAME the name it holds us under.
       FD BurParmFile.
       01 BurParmRecord.
           02 BprKey PIC X(8).
           02 FILLER PIC X.
           02 BprValue PIC X(30).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

      *Extract sent to the bureau - fixed-width 250 byte records, an
      *H header, one D record per customer reported and a T trailer
      *carrying the control totals the bureau balances to.  Amounts
      *are in the home currency.  Status is C current, D delinquent
      *(past due more than 30 days), P placed for collection or W
      *written off; the dispute flag is D while any item is in
      *dispute.
       FD BureauOutFile.
       01 BureauHeader.
           02 BhdRecordType PIC X.
           02 BhdSubscriber PIC X(10).
           02 BhdSubName PIC X(30).
           02 BhdPeriodEnd PIC 9(8).
           02 BhdCreated PIC 9(8).
           02 FILLER PIC X(193).
       01 BureauDetail.
           02 BdtRecordType PIC X.
           02 BdtSubscriber PIC X(10).
           02 BdtAccount PIC 9(7).
           02 BdtSurname PIC X(15).
           02 BdtFirstName PIC X(12).
           02 BdtBirthDate PIC 9(8).
           02 BdtStreet PIC X(20).
           02 BdtCity PIC X(15).
           02 BdtState PIC X(2).
           02 BdtPostCode PIC X(9).
           02 BdtPhone PIC X(15).
           02 BdtDateOpened PIC 9(8).
           02 BdtStatus PIC X.
           02 BdtDispute PIC X.
           02 BdtBalance PIC 9(9)V99.
           02 BdtHighCredit PIC 9(9)V99.
           02 BdtCreditLimit PIC 9(9)V99.
           02 BdtPastDue PIC 9(9)V99.
           02 BdtPast1To30 PIC 9(9)V99.
           02 BdtPast31To60 PIC 9(9)V99.
           02 BdtPast61To90 PIC 9(9)V99.
           02 BdtPastOver90 PIC 9(9)V99.
           02 BdtWriteOff PIC 9(9)V99.
           02 BdtLastPayDate PIC 9(8).
           02 BdtLastPayAmount PIC 9(9)V99.
           02 FILLER PIC X(8).
       01 BureauTrailer.
           02 BtrRecordType PIC X.
           02 BtrSubscriber PIC X(10).
           02 BtrCount PIC 9(7).
           02 BtrBalance PIC 9(11)V99.
           02 BtrPastDue PIC 9(11)V99.
           02 BtrCurrentCount PIC 9(7).
           02 BtrDelinqCount PIC 9(7).
           02 BtrPlacedCount PIC 9(7).
           02 BtrWrittenCount PIC 9(7).
           02 FILLER PIC X(178).

       FD BureauReport.
       01 BureauLine PIC X(120).

       WORKING-STORAGE SECTION.
           COPY burdata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 LookbackStart PIC 9(8) VALUE ZEROS.
       01 Subscriber PIC X(10) VALUE "UNASSIGNED".
       01 SubscriberName PIC X(30) VALUE SPACES.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 CredEOFFlag PIC X VALUE "N".
           88 CredEOF VALUE "Y".
       01 BureauEOFFlag PIC X VALUE "N".
           88 BureauEOF VALUE "Y".
       01 ParmEOFFlag PIC X VALUE "N".
           88 ParmEOF VALUE "Y".
       01 ExchRateTable.
           02 ExchEntry OCCURS 20 TIMES.
               03 ExcCurr PIC X(3).
               03 ExcRate PIC 9(3)V9(6).
               03 ExcFrom PIC 9(8).
               03 ExcTo PIC 9(8).
       01 ExchCount PIC 99 VALUE ZERO.
       01 ExchIdx PIC 99 VALUE ZERO.
       01 WSExchRate PIC 9(3)V9(6) VALUE ZERO.
       01 FoundExch PIC X VALUE "N".
           88 ExchFound VALUE "Y".
       01 RateCurrency PIC X(3) VALUE SPACES.
       01 RateDate PIC 9(8) VALUE ZEROS.
       01 HomeAmount PIC S9(8)V99 VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
      *One entry per customer on file with the account figures the
      *bureau asks for.  A customer is reportable when something is
      *still open or there was billing in the last twelve months.
       01 AcctTable.
           02 AcctEntry OCCURS 1000 TIMES.
               03 ACIDNum PIC 9(7).
               03 ACSurname PIC X(15).
               03 ACFirstName PIC X(12).
               03 ACBirthDate PIC 9(8).
               03 ACStreet PIC X(20).
               03 ACCity PIC X(15).
               03 ACState PIC X(2).
               03 ACPostCode PIC X(9).
               03 ACPhone PIC X(15).
               03 ACActive PIC X.
               03 ACOpened PIC 9(8).
               03 ACBalance PIC S9(9)V99.
               03 ACPast1To30 PIC 9(9)V99.
               03 ACPast31To60 PIC 9(9)V99.
               03 ACPast61To90 PIC 9(9)V99.
               03 ACPastOver90 PIC 9(9)V99.
               03 ACLargest PIC 9(9)V99.
               03 ACWriteOff PIC 9(9)V99.
               03 ACLastPayDate PIC 9(8).
               03 ACLastPayAmount PIC 9(9)V99.
               03 ACLimit PIC 9(6)V99.
               03 ACPlaced PIC X.
               03 ACDisputed PIC X.
       01 AcctCount PIC 9(4) VALUE ZERO.
       01 AcctIdx PIC 9(4) VALUE ZERO.
       01 AcctFoundIdx PIC 9(4) VALUE ZERO.
       01 LookupCustID PIC 9(7) VALUE ZERO.
       01 BureauTable.
           02 BureauEntry PIC X(40) OCCURS 1000 TIMES.
       01 BureauCount PIC 9(4) VALUE ZERO.
       01 BureauIdx PIC 9(4) VALUE ZERO.
       01 BureauFoundIdx PIC 9(4) VALUE ZERO.
       01 ReportBalance PIC 9(9)V99 VALUE ZERO.
       01 ReportPastDue PIC 9(9)V99 VALUE ZERO.
       01 ReportHigh PIC 9(9)V99 VALUE ZERO.
       01 ReportStatus PIC X VALUE SPACE.
       01 SentCount PIC 9(7) VALUE ZERO.
       01 ExcludedCount PIC 9(5) VALUE ZERO.
       01 DisputeCount PIC 9(5) VALUE ZERO.
       01 CurrentCount PIC 9(7) VALUE ZERO.
       01 DelinqCount PIC 9(7) VALUE ZERO.
       01 PlacedCount PIC 9(7) VALUE ZERO.
       01 WrittenCount PIC 9(7) VALUE ZERO.
       01 TotalBalance PIC 9(11)V99 VALUE ZERO.
       01 TotalPastDue PIC 9(11)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 BureauHeading.
           02 FILLER PIC X(36) VALUE
               "CREDIT BUREAU EXTRACT - PERIOD END ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(14) VALUE "  SUBSCRIBER ".
           02 PrnSubscriber PIC X(10).
       01 BureauColumns.
           02 FILLER PIC X(40) VALUE
               "  Cust ID Name                 Status   ".
           02 FILLER PIC X(40) VALUE
               "        Balance        Past Due     High".
           02 FILLER PIC X(14) VALUE
               " Credit   Disp".
       01 BureauDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBalance PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPastDue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnHighCredit PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDispute PIC X.
       01 BureauTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotalLabel PIC X(30).
           02 PrnTotalCount PIC Z,ZZZ,ZZ9.
       01 BureauAmountLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAmountLabel PIC X(30).
           02 PrnTotalAmount PIC $$$$,$$$,$$$,$$9.99.
       01 RunLogJob PIC X(12) VALUE "BUREAU".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM SetLookback
           PERFORM LoadBureauParameters
           PERFORM LoadCustomers
           IF AcctCount = ZERO
               DISPLAY "No customers on file - nothing to report"
           ELSE
               PERFORM LoadExchRateTable
               PERFORM LoadCreditLimits
               PERFORM ScanInvoices
               PERFORM ScanPayments
               PERFORM ScanOpenItems
               PERFORM LoadBureauTable
               PERFORM WriteBureauExtract
               PERFORM SaveBureauTable
               DISPLAY "Credit bureau extract written to CredBur.dat "
                   "- " SentCount " accounts"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE SentCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       ReadBusinessDate.
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE WSToday TO WSBusDate
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

       SetLookback.
       MOVE "A" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE ZEROS TO DateTwo
       MOVE -365 TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO LookbackStart.

       LoadBureauParameters.
       OPEN INPUT BurParmFile
       IF WSFileStatus = "35"
           PERFORM CreateDefaultParameters
           OPEN INPUT BurParmFile
       END-IF
       MOVE "N" TO ParmEOFFlag
       PERFORM LoadOneParameter UNTIL ParmEOF
       CLOSE BurParmFile
       IF Subscriber = "UNASSIGNED"
           DISPLAY "No bureau subscriber code in BurParm.dat - "
               "extract marked UNASSIGNED"
       END-IF.

       LoadOneParameter.
       READ BurParmFile
           AT END SET ParmEOF TO TRUE
           NOT AT END
               EVALUATE BprKey
                   WHEN "SUBSCRIB"
                       MOVE BprValue TO Subscriber
                   WHEN "SUBNAME"
                       MOVE BprValue TO SubscriberName
                   WHEN OTHER
                       DISPLAY "Unknown bureau parameter " BprKey
               END-EVALUATE
       END-READ.

       CreateDefaultParameters.
       OPEN OUTPUT BurParmFile
       MOVE SPACES TO BurParmRecord
       MOVE "SUBSCRIB" TO BprKey
       MOVE Subscriber TO BprValue
       WRITE BurParmRecord
       MOVE SPACES TO BurParmRecord
       MOVE "SUBNAME" TO BprKey
       MOVE SubscriberName TO BprValue
       WRITE BurParmRecord
       CLOSE BurParmFile.

       LoadCustomers.
       MOVE ZERO TO AcctCount
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           CONTINUE
       ELSE
           MOVE "N" TO CustEOFFlag
           PERFORM LoadOneCustomer UNTIL CustEOF
           CLOSE CustomerFile
       END-IF.

       LoadOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END SET CustEOF TO TRUE
           NOT AT END
               IF NOT CEData
                   IF AcctCount < 1000
                       ADD 1 TO AcctCount
                       PERFORM StartAccount
                   ELSE
                       DISPLAY "More than 1000 customers - customer "
                           IDNum " not reported"
                   END-IF
               END-IF
       END-READ.

       StartAccount.
       MOVE SPACES TO AcctEntry(AcctCount)
       MOVE IDNum TO ACIDNum(AcctCount)
       MOVE LastName TO ACSurname(AcctCount)
       MOVE FirstName TO ACFirstName(AcctCount)
       MOVE BirthDate TO ACBirthDate(AcctCount)
       MOVE AddrStreet TO ACStreet(AcctCount)
       MOVE AddrCity TO ACCity(AcctCount)
       MOVE AddrState TO ACState(AcctCount)
       MOVE AddrPostCode TO ACPostCode(AcctCount)
       MOVE Phone TO ACPhone(AcctCount)
       MOVE "N" TO ACActive(AcctCount)
       MOVE ZEROS TO ACOpened(AcctCount)
       MOVE ZERO TO ACBalance(AcctCount)
       MOVE ZERO TO ACPast1To30(AcctCount)
       MOVE ZERO TO ACPast31To60(AcctCount)
       MOVE ZERO TO ACPast61To90(AcctCount)
       MOVE ZERO TO ACPastOver90(AcctCount)
       MOVE ZERO TO ACLargest(AcctCount)
       MOVE ZERO TO ACWriteOff(AcctCount)
       MOVE ZEROS TO ACLastPayDate(AcctCount)
       MOVE ZERO TO ACLastPayAmount(AcctCount)
       MOVE ZERO TO ACLimit(AcctCount)
       MOVE "N" TO ACPlaced(AcctCount)
       MOVE "N" TO ACDisputed(AcctCount).

       FindAccount.
       MOVE ZERO TO AcctFoundIdx
       PERFORM VARYING AcctIdx FROM 1 BY 1
           UNTIL AcctIdx > AcctCount OR AcctFoundIdx > ZERO
           IF ACIDNum(AcctIdx) = LookupCustID
               MOVE AcctIdx TO AcctFoundIdx
           END-IF
       END-PERFORM.

       LoadExchRateTable.
       MOVE ZERO TO ExchCount
       OPEN INPUT ExchRatesFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO ExrCurrency
           PERFORM LoadOneExchRate UNTIL ExchEOF
           CLOSE ExchRatesFile
       END-IF.

       LoadOneExchRate.
       READ ExchRatesFile
           AT END SET ExchEOF TO TRUE
           NOT AT END
               IF ExchCount < 20
                   ADD 1 TO ExchCount
                   MOVE ExrCurrency TO ExcCurr(ExchCount)
                   MOVE ExrRate TO ExcRate(ExchCount)
                   MOVE ExrFrom TO ExcFrom(ExchCount)
                   MOVE ExrTo TO ExcTo(ExchCount)
               END-IF
       END-READ.

       LookupExchRate.
       MOVE "N" TO FoundExch
       MOVE ZERO TO WSExchRate
       PERFORM VARYING ExchIdx FROM 1 BY 1
           UNTIL ExchIdx > ExchCount OR ExchFound
           IF ExcCurr(ExchIdx) = RateCurrency
               AND ExcFrom(ExchIdx) NOT > RateDate
               AND ExcTo(ExchIdx) NOT < RateDate
               MOVE ExcRate(ExchIdx) TO WSExchRate
               MOVE "Y" TO FoundExch
           END-IF
       END-PERFORM
       IF NOT ExchFound
           MOVE 1 TO WSExchRate
           IF RateCurrency NOT = "USD" AND RateCurrency NOT = SPACES
               DISPLAY "No exchange rate in force for "
                   RateCurrency " - home equivalent taken at par"
           END-IF
       END-IF.

       LoadCreditLimits.
       OPEN INPUT CredFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CredEOFFlag
           PERFORM LoadOneCredLimit UNTIL CredEOF
           CLOSE CredFile
       END-IF.

       LoadOneCredLimit.
       READ CredFile
           AT END SET CredEOF TO TRUE
           NOT AT END
               MOVE CrdIDNum TO LookupCustID
               PERFORM FindAccount
               IF AcctFoundIdx > ZERO
                   MOVE CrdLimit TO ACLimit(AcctFoundIdx)
               END-IF
       END-READ.

      *The first invoice dates the account as opened and the largest
      *single invoice is the least the balance has ever reached.
      *Write-offs in the last twelve months mark the account as
      *written off.
       ScanInvoices.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No invoice file - accounts reported from the "
               "open-item ledger only"
       ELSE
           MOVE "N" TO InvEOFFlag
           PERFORM ScanOneInvoice UNTIL InvEOF
           CLOSE InvoiceFile
       END-IF.

       ScanOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF NOT InvVoided
                   MOVE InvIDNum TO LookupCustID
                   PERFORM FindAccount
                   IF AcctFoundIdx > ZERO
                       PERFORM TallyInvoice
                   END-IF
               END-IF
       END-READ.

       TallyInvoice.
       MOVE InvCurrency TO RateCurrency
       MOVE InvDate TO RateDate
       PERFORM LookupExchRate
       COMPUTE HomeAmount ROUNDED = InvAmount * WSExchRate
       EVALUATE TRUE
           WHEN InvoiceDoc OR NSFFeeDoc OR InvDocType = "L"
               IF ACOpened(AcctFoundIdx) = ZEROS
                   OR InvDate < ACOpened(AcctFoundIdx)
                   MOVE InvDate TO ACOpened(AcctFoundIdx)
               END-IF
               IF HomeAmount > ACLargest(AcctFoundIdx)
                   MOVE HomeAmount TO ACLargest(AcctFoundIdx)
               END-IF
               IF InvDate NOT < LookbackStart
                   MOVE "Y" TO ACActive(AcctFoundIdx)
               END-IF
           WHEN WriteOffDoc
               IF InvDate NOT < LookbackStart
                   ADD HomeAmount TO ACWriteOff(AcctFoundIdx)
                   MOVE "Y" TO ACActive(AcctFoundIdx)
               END-IF
       END-EVALUATE.

       ScanPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM ScanOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       ScanOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF NOT PayReversal AND NOT PayPendingDD
                   MOVE PayIDNum TO LookupCustID
                   PERFORM FindAccount
                   IF AcctFoundIdx > ZERO
                       AND PayDate NOT < ACLastPayDate(AcctFoundIdx)
                       MOVE PayCurrency TO RateCurrency
                       MOVE PayDate TO RateDate
                       PERFORM LookupExchRate
                       COMPUTE HomeAmount ROUNDED =
                           PayAmount * WSExchRate
                       IF PayDate = ACLastPayDate(AcctFoundIdx)
                           ADD HomeAmount
                               TO ACLastPayAmount(AcctFoundIdx)
                       ELSE
                           MOVE PayDate TO ACLastPayDate(AcctFoundIdx)
                           MOVE HomeAmount
                               TO ACLastPayAmount(AcctFoundIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

      *The balance is the net of every open item; past due amounts
      *are aged from the due date, or the invoice date where there is
      *none, into the bureau's thirty day bands.
       ScanOpenItems.
       OPEN INPUT ArOpenFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM ScanOneOpenItem UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF.

       ScanOneOpenItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount NOT = ZERO
                   MOVE ArIDNum TO LookupCustID
                   PERFORM FindAccount
                   IF AcctFoundIdx > ZERO
                       PERFORM TallyOpenItem
                   END-IF
               END-IF
       END-READ.

       TallyOpenItem.
       MOVE "Y" TO ACActive(AcctFoundIdx)
       MOVE ArCurrency TO RateCurrency
       MOVE WSBusDate TO RateDate
       PERFORM LookupExchRate
       COMPUTE HomeAmount ROUNDED = ArOpenAmount * WSExchRate
       ADD HomeAmount TO ACBalance(AcctFoundIdx)
       IF ArOpenAmount > ZERO
           IF ArAgencyPlaced
               MOVE "Y" TO ACPlaced(AcctFoundIdx)
           END-IF
           IF ArDispute = "D"
               MOVE "Y" TO ACDisputed(AcctFoundIdx)
           END-IF
           MOVE "D" TO DateFunction
           MOVE WSBusDate TO DateOne
           IF ArDueDate IS NUMERIC AND ArDueDate > ZERO
               MOVE ArDueDate TO DateTwo
           ELSE
               MOVE ArInvDate TO DateTwo
           END-IF
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO DaysPastDue
           EVALUATE TRUE
               WHEN DaysPastDue <= 0
                   CONTINUE
               WHEN DaysPastDue <= 30
                   ADD HomeAmount TO ACPast1To30(AcctFoundIdx)
               WHEN DaysPastDue <= 60
                   ADD HomeAmount TO ACPast31To60(AcctFoundIdx)
               WHEN DaysPastDue <= 90
                   ADD HomeAmount TO ACPast61To90(AcctFoundIdx)
               WHEN OTHER
                   ADD HomeAmount TO ACPastOver90(AcctFoundIdx)
           END-EVALUATE
       END-IF.

       LoadBureauTable.
       MOVE ZERO TO BureauCount
       OPEN INPUT BureauFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO BureauEOFFlag
           PERFORM LoadOneBureauAcct UNTIL BureauEOF
           CLOSE BureauFile
       END-IF.

       LoadOneBureauAcct.
       READ BureauFile
           AT END SET BureauEOF TO TRUE
           NOT AT END
               IF BureauCount < 1000
                   ADD 1 TO BureauCount
                   MOVE BureauFileRecord TO BureauEntry(BureauCount)
               ELSE
                   DISPLAY "More than 1000 bureau accounts - "
                       "BureauAcct.dat truncated"
               END-IF
       END-READ.

       FindBureauAcct.
       MOVE ZERO TO BureauFoundIdx
       PERFORM VARYING BureauIdx FROM 1 BY 1
           UNTIL BureauIdx > BureauCount OR BureauFoundIdx > ZERO
           IF BureauEntry(BureauIdx)(1:7) = LookupCustID
               MOVE BureauIdx TO BureauFoundIdx
           END-IF
       END-PERFORM.

       WriteBureauExtract.
       OPEN OUTPUT BureauOutFile
       OPEN OUTPUT BureauReport
       MOVE SPACES TO BureauHeader
       MOVE "H" TO BhdRecordType
       MOVE Subscriber TO BhdSubscriber
       MOVE SubscriberName TO BhdSubName
       MOVE WSBusDate TO BhdPeriodEnd
       MOVE WSToday TO BhdCreated
       WRITE BureauHeader
       MOVE WSBusDate TO PrnBusDate
       MOVE Subscriber TO PrnSubscriber
       WRITE BureauLine FROM BureauHeading
       MOVE SPACES TO BureauLine
       WRITE BureauLine
       WRITE BureauLine FROM BureauColumns
       MOVE SPACES TO BureauLine
       WRITE BureauLine
       PERFORM ReportOneAccount
           VARYING AcctIdx FROM 1 BY 1
           UNTIL AcctIdx > AcctCount
       MOVE SPACES TO BureauTrailer
       MOVE "T" TO BtrRecordType
       MOVE Subscriber TO BtrSubscriber
       MOVE SentCount TO BtrCount
       MOVE TotalBalance TO BtrBalance
       MOVE TotalPastDue TO BtrPastDue
       MOVE CurrentCount TO BtrCurrentCount
       MOVE DelinqCount TO BtrDelinqCount
       MOVE PlacedCount TO BtrPlacedCount
       MOVE WrittenCount TO BtrWrittenCount
       WRITE BureauTrailer
       CLOSE BureauOutFile
       PERFORM PrintBureauTotals
       CLOSE BureauReport.

       ReportOneAccount.
       IF ACActive(AcctIdx) = "Y"
           MOVE ACIDNum(AcctIdx) TO LookupCustID
           PERFORM FindBureauAcct
           IF BureauFoundIdx > ZERO
               MOVE BureauEntry(BureauFoundIdx) TO BureauAcctRecord
           ELSE
               MOVE SPACES TO BureauAcctRecord
               MOVE ACIDNum(AcctIdx) TO BacIDNum
               MOVE ZERO TO BacHighCredit
               MOVE ZEROS TO BacFirstDate
               MOVE ZEROS TO BacLastDate
           END-IF
           PERFORM SetReportFigures
           IF BacExcluded
               ADD 1 TO ExcludedCount
               MOVE "EXCLUDED" TO PrnStatus
           ELSE
               PERFORM WriteBureauDetail
               IF BacFirstDate = ZEROS
                   MOVE WSBusDate TO BacFirstDate
               END-IF
               MOVE WSBusDate TO BacLastDate
               MOVE ReportStatus TO BacLastStatus
           END-IF
           MOVE ReportHigh TO BacHighCredit
           IF BureauFoundIdx > ZERO
               MOVE BureauAcctRecord TO BureauEntry(BureauFoundIdx)
           ELSE
               IF BureauCount < 1000
                   ADD 1 TO BureauCount
                   MOVE BureauAcctRecord TO BureauEntry(BureauCount)
               ELSE
                   DISPLAY "Bureau account file full - customer "
                       ACIDNum(AcctIdx) " history not kept"
               END-IF
           END-IF
           PERFORM PrintAccountLine
       END-IF.

      *Placed for collection outranks written off, which outranks
      *delinquent.  A credit balance is reported as nil.
       SetReportFigures.
       MOVE ZERO TO ReportBalance
       IF ACBalance(AcctIdx) > ZERO
           MOVE ACBalance(AcctIdx) TO ReportBalance
       END-IF
       COMPUTE ReportPastDue = ACPast1To30(AcctIdx)
           + ACPast31To60(AcctIdx) + ACPast61To90(AcctIdx)
           + ACPastOver90(AcctIdx)
       MOVE BacHighCredit TO ReportHigh
       IF ACLargest(AcctIdx) > ReportHigh
           MOVE ACLargest(AcctIdx) TO ReportHigh
       END-IF
       IF ReportBalance > ReportHigh
           MOVE ReportBalance TO ReportHigh
       END-IF
       EVALUATE TRUE
           WHEN ACPlaced(AcctIdx) = "Y"
               MOVE "P" TO ReportStatus
               MOVE "PLACED" TO PrnStatus
           WHEN ACWriteOff(AcctIdx) > ZERO
               MOVE "W" TO ReportStatus
               MOVE "WRITTEN OFF" TO PrnStatus
           WHEN ACPast31To60(AcctIdx) > ZERO
               OR ACPast61To90(AcctIdx) > ZERO
               OR ACPastOver90(AcctIdx) > ZERO
               MOVE "D" TO ReportStatus
               MOVE "DELINQUENT" TO PrnStatus
           WHEN OTHER
               MOVE "C" TO ReportStatus
               MOVE "CURRENT" TO PrnStatus
       END-EVALUATE.

       WriteBureauDetail.
       MOVE SPACES TO BureauDetail
       MOVE "D" TO BdtRecordType
       MOVE Subscriber TO BdtSubscriber
       MOVE ACIDNum(AcctIdx) TO BdtAccount
       MOVE ACSurname(AcctIdx) TO BdtSurname
       MOVE ACFirstName(AcctIdx) TO BdtFirstName
       MOVE ACBirthDate(AcctIdx) TO BdtBirthDate
       MOVE ACStreet(AcctIdx) TO BdtStreet
       MOVE ACCity(AcctIdx) TO BdtCity
       MOVE ACState(AcctIdx) TO BdtState
       MOVE ACPostCode(AcctIdx) TO BdtPostCode
       MOVE ACPhone(AcctIdx) TO BdtPhone
       MOVE ACOpened(AcctIdx) TO BdtDateOpened
       IF BdtDateOpened = ZEROS
           MOVE BacFirstDate TO BdtDateOpened
       END-IF
       MOVE ReportStatus TO BdtStatus
       MOVE SPACE TO BdtDispute
       IF ACDisputed(AcctIdx) = "Y"
           MOVE "D" TO BdtDispute
           ADD 1 TO DisputeCount
       END-IF
       MOVE ReportBalance TO BdtBalance
       MOVE ReportHigh TO BdtHighCredit
       MOVE ACLimit(AcctIdx) TO BdtCreditLimit
       MOVE ReportPastDue TO BdtPastDue
       MOVE ACPast1To30(AcctIdx) TO BdtPast1To30
       MOVE ACPast31To60(AcctIdx) TO BdtPast31To60
       MOVE ACPast61To90(AcctIdx) TO BdtPast61To90
       MOVE ACPastOver90(AcctIdx) TO BdtPastOver90
       MOVE ACWriteOff(AcctIdx) TO BdtWriteOff
       MOVE ACLastPayDate(AcctIdx) TO BdtLastPayDate
       MOVE ACLastPayAmount(AcctIdx) TO BdtLastPayAmount
       WRITE BureauDetail
       ADD 1 TO SentCount
       ADD ReportBalance TO TotalBalance
       ADD ReportPastDue TO TotalPastDue
       EVALUATE ReportStatus
           WHEN "P"
               ADD 1 TO PlacedCount
           WHEN "W"
               ADD 1 TO WrittenCount
           WHEN "D"
               ADD 1 TO DelinqCount
           WHEN OTHER
               ADD 1 TO CurrentCount
       END-EVALUATE.

       PrintAccountLine.
       MOVE ACIDNum(AcctIdx) TO PrnCustID
       MOVE SPACES TO PrnCustName
       STRING ACFirstName(AcctIdx) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           ACSurname(AcctIdx) DELIMITED BY SIZE
           INTO PrnCustName
       END-STRING
       MOVE ReportBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBalance
       MOVE ReportPastDue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnPastDue
       MOVE ReportHigh TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnHighCredit
       MOVE SPACE TO PrnDispute
       IF ACDisputed(AcctIdx) = "Y"
           MOVE "D" TO PrnDispute
       END-IF
       WRITE BureauLine FROM BureauDetailLine.

       PrintBureauTotals.
       MOVE SPACES TO BureauLine
       WRITE BureauLine
       MOVE "Accounts sent" TO PrnTotalLabel
       MOVE SentCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "  Current" TO PrnTotalLabel
       MOVE CurrentCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "  Delinquent" TO PrnTotalLabel
       MOVE DelinqCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "  Placed for collection" TO PrnTotalLabel
       MOVE PlacedCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "  Written off" TO PrnTotalLabel
       MOVE WrittenCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "  Flagged as in dispute" TO PrnTotalLabel
       MOVE DisputeCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "Excluded - not sent" TO PrnTotalLabel
       MOVE ExcludedCount TO PrnTotalCount
       WRITE BureauLine FROM BureauTotalLine
       MOVE "Control total - balance" TO PrnAmountLabel
       MOVE TotalBalance TO PrnTotalAmount
       WRITE BureauLine FROM BureauAmountLine
       MOVE "Control total - past due" TO PrnAmountLabel
       MOVE TotalPastDue TO PrnTotalAmount
       WRITE BureauLine FROM BureauAmountLine.

       SaveBureauTable.
       OPEN OUTPUT BureauFile
       PERFORM VARYING BureauIdx FROM 1 BY 1
           UNTIL BureauIdx > BureauCount
           WRITE BureauFileRecord FROM BureauEntry(BureauIdx)
       END-PERFORM
       CLOSE BureauFile.
