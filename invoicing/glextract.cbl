           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxAuditFile ASSIGN TO "TaxAudit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxRevFile ASSIGN TO "TaxRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RevalTotFile ASSIGN TO "FxReval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CommAccrFile ASSIGN TO "CommAccr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ProvMoveFile ASSIGN TO "ProvMove.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DefRevLogFile ASSIGN TO "DefRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CardFeeFile ASSIGN TO "CardFee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT MapFile ASSIGN TO "GLMap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExtractFile ASSIGN TO ExtractName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PostReport ASSIGN TO PostRptName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
       FD PaymentFile.
           COPY paydata.

       FD InvLineFile.
           COPY invline.

       FD TaxAuditFile.
       01 TaxAuditRecord.
           02 AudJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 AudInvNum PIC 9(6).

       FD TaxRevFile.
       01 TaxRevRecord.
           02 TrvJurisdiction PIC X(2).
               88 TaxRevEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 TrvComponent PIC X(8).
           02 FILLER PIC X.
           02 TrvPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TrvDate PIC 9(8).
           02 FILLER PIC X.
           02 TrvIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TrvCredNumber PIC 9(6).
           02 FILLER PIC X.
           02 TrvInvNumber PIC 9(6).

       FD RevalTotFile.
       01 RevalTotRecord.
           02 RvtDate PIC 9(8).
           02 FILLER PIC X.
           02 RvtGainLoss PIC S9(8)V99.

       FD CommAccrFile.
       01 CommAccrRecord.
           02 CacDate PIC 9(8).
           02 FILLER PIC X.
           02 CacAmount PIC S9(8)V99.

       FD ProvMoveFile.
       01 ProvMoveRecord.
           02 PmvDate PIC 9(8).
           02 FILLER PIC X.
           02 PmvAmount PIC S9(8)V99.

       FD DefRevLogFile.
           COPY revldata.

       FD CardFeeFile.
           COPY cardfee.

       FD MapFile.
       01 MapRecord.
           02 MapSource PIC X(8).
               88 MapEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 MapAccount PIC 9(6).
           02 FILLER PIC X.
           02 MapCompany PIC X(2).

       FD ExtractFile.
       01 ExtractRecord.
       FD PostReport.
       01 PostLine PIC X(70).

       FD CompanyFile.
           COPY compdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 DefRevEOFFlag PIC X VALUE "N".
           88 DefRevEOF VALUE "Y".
       01 CardFeeEOFFlag PIC X VALUE "N".
           88 CardFeeEOF VALUE "Y".
       01 BilledTable.
           02 BilledEntry OCCURS 1000 TIMES.
               03 BTIDNum PIC 9(7).
               03 BTInvNumber PIC 9(6).
       01 BilledCount PIC 9(4) VALUE ZERO.
       01 BilledIdx PIC 9(4) VALUE ZERO.
       01 MapTable.
           02 MapEntry OCCURS 100 TIMES.
               03 MTSource PIC X(8).
               03 MTAccount PIC 9(6).
               03 MTCompany PIC X(2).
       01 MapCount PIC 9(3) VALUE ZERO.
       01 MapIdx PIC 9(3) VALUE ZERO.
       01 WSMapSource PIC X(8) VALUE SPACE.
       01 WSMapAccount PIC 9(6) VALUE ZEROS.
       01 MapFoundFlag PIC X VALUE "N".
           88 MapFound VALUE "Y".
       01 MapExactFlag PIC X VALUE "N".
           88 MapExact VALUE "Y".
       01 ExtractName PIC X(20) VALUE "GLExtract.dat".
       01 PostRptName PIC X(20) VALUE "GLPost.rpt".
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CompList.
           02 CLCode PIC X(2) OCCURS 20 TIMES.
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 CurCompany PIC X(2) VALUE "01".
       01 RecCompany PIC X(2) VALUE SPACE.
       01 LookupID PIC 9(7) VALUE ZEROS.
       01 AllJournalLines PIC 9(6) VALUE ZERO.
       01 OutOfBalance PIC 99 VALUE ZERO.
       01 BilledToday PIC 9(8)V99 VALUE ZERO.
       01 FreightToday PIC 9(8)V99 VALUE ZERO.
       01 CreditsToday PIC 9(8)V99 VALUE ZERO.
       01 CashToday PIC 9(8)V99 VALUE ZERO.
       01 TaxToday PIC 9(8)V99 VALUE ZERO.
       01 TaxReversedToday PIC 9(8)V99 VALUE ZERO.
       01 WriteOffsToday PIC 9(8)V99 VALUE ZERO.
       01 DiscountsToday PIC 9(8)V99 VALUE ZERO.
       01 RefundsToday PIC 9(8)V99 VALUE ZERO.
       01 AgencyFeesToday PIC 9(8)V99 VALUE ZERO.
       01 CardFeesToday PIC 9(8)V99 VALUE ZERO.
       01 FxGainLossToday PIC S9(8)V99 VALUE ZERO.
       01 CommAccrToday PIC S9(8)V99 VALUE ZERO.
       01 ProvMoveToday PIC S9(8)V99 VALUE ZERO.
       01 DeferredToday PIC 9(8)V99 VALUE ZERO.
       01 DefCreditedToday PIC 9(8)V99 VALUE ZERO.
       01 RecognisedToday PIC 9(8)V99 VALUE ZERO.
       01 DefVoidedToday PIC 9(8)V99 VALUE ZERO.
       01 TotalDebits PIC 9(10)V99 VALUE ZERO.
       01 TotalCredits PIC 9(10)V99 VALUE ZERO.
       01 JournalLines PIC 9(4) VALUE ZERO.
           02 FILLER PIC X(32) VALUE
               "GL POSTING REGISTER - BUSINESS  ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(10) VALUE "  COMPANY ".
           02 PrnCompany PIC X(2).
       01 PostDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAccount PIC 9(6).
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadAccountMap
           PERFORM LoadCompanyList
           MOVE ZERO TO AllJournalLines
           MOVE ZERO TO OutOfBalance
           PERFORM ExtractOneCompany
               VARYING CompIdx FROM 1 BY 1 UNTIL CompIdx > CompCount
           IF OutOfBalance > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE AllJournalLines TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

      *Each company's books are kept apart, so each gets its own
      *extract and posting register.  Company 01 keeps the original
      *file names; others carry the company code in theirs.
       ExtractOneCompany.
       MOVE CLCode(CompIdx) TO CurCompany
       MOVE "GLExtract.dat" TO ExtractName
       MOVE "GLPost.rpt" TO PostRptName
       IF CurCompany NOT = "01"
           MOVE SPACES TO ExtractName
           STRING "GLExtract" CurCompany ".dat" DELIMITED BY SIZE
               INTO ExtractName
           END-STRING
           MOVE SPACES TO PostRptName
           STRING "GLPost" CurCompany ".rpt" DELIMITED BY SIZE
               INTO PostRptName
           END-STRING
       END-IF
       PERFORM ClearCompanyTotals
       PERFORM TallyInvoices
       PERFORM TallyFreight
       PERFORM TallyPayments
       PERFORM TallyTaxAudit
       PERFORM TallyTaxReversals
       IF CurCompany = "01"
           PERFORM ReadRevalTotal
           PERFORM ReadCommAccrual
           PERFORM ReadProvisionMove
       END-IF
       PERFORM TallyDeferredRevenue
       PERFORM TallyCardFees
       OPEN OUTPUT ExtractFile
       OPEN OUTPUT PostReport
       MOVE WSBusDate TO PrnBusDate
       MOVE CurCompany TO PrnCompany
       WRITE PostLine FROM PostHeading
       PERFORM WriteJournalLines
       MOVE TotalDebits TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnDebits
       MOVE TotalCredits TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnCredits
       WRITE PostLine FROM PostTotalLine AFTER ADVANCING 2 LINES
       CLOSE ExtractFile, PostReport
       ADD JournalLines TO AllJournalLines
       IF TotalDebits NOT = TotalCredits
           DISPLAY "GL EXTRACT OUT OF BALANCE - company " CurCompany
               " debits do not equal credits"
           ADD 1 TO OutOfBalance
       ELSE
           DISPLAY "GL extract " ExtractName " written - "
               JournalLines " journal lines, in balance"
       END-IF.

       ClearCompanyTotals.
       MOVE ZERO TO BilledCount
       MOVE ZERO TO BilledToday
       MOVE ZERO TO FreightToday
       MOVE ZERO TO CreditsToday
       MOVE ZERO TO CashToday
       MOVE ZERO TO TaxToday
       MOVE ZERO TO TaxReversedToday
       MOVE ZERO TO WriteOffsToday
       MOVE ZERO TO DiscountsToday
       MOVE ZERO TO RefundsToday
       MOVE ZERO TO AgencyFeesToday
       MOVE ZERO TO CardFeesToday
       MOVE ZERO TO FxGainLossToday
       MOVE ZERO TO CommAccrToday
       MOVE ZERO TO ProvMoveToday
       MOVE ZERO TO DeferredToday
       MOVE ZERO TO DefCreditedToday
       MOVE ZERO TO RecognisedToday
       MOVE ZERO TO DefVoidedToday
       MOVE ZERO TO TotalDebits
       MOVE ZERO TO TotalCredits
       MOVE ZERO TO JournalLines.

      *Without a company master everything is company 01's.  The
      *revaluation, commission and provision totals are kept for the
      *whole ledger and are posted to company 01.
       LoadCompanyList.
       MOVE 1 TO CompCount
       MOVE "01" TO CLCode(1)
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
               IF CoCode NOT = "01" AND CoCode NOT = SPACES
                   AND CompCount < 20
                   ADD 1 TO CompCount
                   MOVE CoCode TO CLCode(CompCount)
               END-IF
       END-READ.

      *Log entries carry only the customer; the company comes from
      *the customer record.
       FindCustomerCompany.
       CALL 'custcomp' USING LookupID, RecCompany.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       READ MapFile
           AT END SET MapEOF TO TRUE
           NOT AT END
               IF MapCount < 100
                   ADD 1 TO MapCount
                   MOVE MapSource TO MTSource(MapCount)
                   MOVE MapAccount TO MTAccount(MapCount)
                   MOVE MapCompany TO MTCompany(MapCount)
               END-IF
       END-READ.

       MOVE "FXLOSS" TO MapSource
       MOVE 630000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "DISCOUNT" TO MapSource
       MOVE 450000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "FREIGHT" TO MapSource
       MOVE 410000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "COMMEXP" TO MapSource
       MOVE 640000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "COMMACCR" TO MapSource
       MOVE 230000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "DEFREV" TO MapSource
       MOVE 240000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "BDPROV" TO MapSource
       MOVE 119000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "COLLEXP" TO MapSource
       MOVE 650000 TO MapAccount
       WRITE MapRecord
       MOVE SPACES TO MapRecord
       MOVE "CARDFEE" TO MapSource
       MOVE 660000 TO MapAccount
       WRITE MapRecord
       CLOSE MapFile.

      *An entry for the company itself wins over a shared entry,
      *one with no company, which serves every company.
       LookupMapAccount.
       MOVE "N" TO MapFoundFlag
       MOVE "N" TO MapExactFlag
       MOVE ZEROS TO WSMapAccount
       PERFORM VARYING MapIdx FROM 1 BY 1 UNTIL MapIdx > MapCount
           IF MTSource(MapIdx) = WSMapSource
               IF MTCompany(MapIdx) = CurCompany
                   MOVE MTAccount(MapIdx) TO WSMapAccount
                   MOVE "Y" TO MapFoundFlag
                   MOVE "Y" TO MapExactFlag
               ELSE
                   IF MTCompany(MapIdx) = SPACES AND NOT MapExact
                       MOVE MTAccount(MapIdx) TO WSMapAccount
                       MOVE "Y" TO MapFoundFlag
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF NOT MapFound
           DISPLAY "No GL account mapped for source " WSMapSource
               " company " CurCompany
       END-IF.

       ReadRevalTotal.
           CLOSE RevalTotFile
       END-IF.

      *The month-end commission run leaves the commission earned
      *for the month; a net clawback reverses the entry.
       ReadCommAccrual.
       OPEN INPUT CommAccrFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ CommAccrFile
               AT END CONTINUE
               NOT AT END
                   IF CacDate = WSBusDate
                       MOVE CacAmount TO CommAccrToday
                   END-IF
           END-READ
           CLOSE CommAccrFile
       END-IF.

      *The month-end provision run leaves the change in the doubtful
      *debt provision; a fall in the provision is released.
       ReadProvisionMove.
       OPEN INPUT ProvMoveFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ ProvMoveFile
               AT END CONTINUE
               NOT AT END
                   IF PmvDate = WSBusDate
                       MOVE PmvAmount TO ProvMoveToday
                   END-IF
           END-READ
           CLOSE ProvMoveFile
       END-IF.

      *Advance-billed invoices are held as deferred revenue until
      *the month-end run releases them; credit memos and voids
      *against them take back what is still deferred.
       TallyDeferredRevenue.
       OPEN INPUT DefRevLogFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO DefRevEOFFlag
           PERFORM TallyOneDefRevEntry UNTIL DefRevEOF
           CLOSE DefRevLogFile
       END-IF.

       TallyOneDefRevEntry.
       READ DefRevLogFile
           AT END SET DefRevEOF TO TRUE
           NOT AT END
               IF DrlDate = WSBusDate
                   MOVE DrlIDNum TO LookupID
                   PERFORM FindCustomerCompany
               END-IF
               IF DrlDate = WSBusDate AND RecCompany = CurCompany
                   EVALUATE TRUE
                       WHEN DrlDeferred
                           ADD DrlAmount TO DeferredToday
                       WHEN DrlCreditRev
                           ADD DrlAmount TO DefCreditedToday
                       WHEN DrlRecognised
                           ADD DrlAmount TO RecognisedToday
                       WHEN DrlVoidRev
                           ADD DrlAmount TO DefVoidedToday
                   END-EVALUATE
               END-IF
       END-READ.

      *The card processor keeps its fee out of each settlement, so
      *the deposit is short of the receipts applied by the fees.
       TallyCardFees.
       OPEN INPUT CardFeeFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CardFeeEOFFlag
           PERFORM TallyOneCardFee UNTIL CardFeeEOF
           CLOSE CardFeeFile
       END-IF.

       TallyOneCardFee.
       READ CardFeeFile
           AT END SET CardFeeEOF TO TRUE
           NOT AT END
               IF CfdDate = WSBusDate
                   MOVE CfdIDNum TO LookupID
                   PERFORM FindCustomerCompany
                   IF RecCompany = CurCompany
                       ADD CfdFee TO CardFeesToday
                   END-IF
               END-IF
       END-READ.

       TallyInvoices.
       OPEN INPUT InvoiceFile
       IF WSFileStatus NOT = "00"
       READ InvoiceFile NEXT RECORD
           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               MOVE InvCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF InvDate = WSBusDate AND NOT InvVoided
                   AND RecCompany = CurCompany
                   IF CreditMemoDoc
                       ADD InvAmount TO CreditsToday
                   ELSE
                       IF WriteOffDoc
                           ADD InvAmount TO WriteOffsToday
                       ELSE
                           IF DiscountDoc
                               ADD InvAmount TO DiscountsToday
                           ELSE
                               IF RefundDoc
                                   ADD InvAmount TO RefundsToday
                               ELSE
                                   IF AgencyFeeDoc
                                       ADD InvAmount
                                           TO AgencyFeesToday
                                   ELSE
                                       ADD InvAmount TO BilledToday
                                       PERFORM NoteBilledInvoice
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
       END-READ.

       NoteBilledInvoice.
       IF BilledCount < 1000
           ADD 1 TO BilledCount
           MOVE InvIDNum TO BTIDNum(BilledCount)
           MOVE InvNumber TO BTInvNumber(BilledCount)
       END-IF.

      *Freight lines on today's invoices are billed to the freight
      *revenue account rather than to sales.
       TallyFreight.
       IF BilledCount > ZERO
           OPEN INPUT InvLineFile
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
               MOVE "N" TO LineEOFFlag
               PERFORM TallyOneFreightLine UNTIL LineEOF
               CLOSE InvLineFile
           END-IF
       END-IF.

       TallyOneFreightLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               IF LinFreightCharge
                   PERFORM VARYING BilledIdx FROM 1 BY 1
                       UNTIL BilledIdx > BilledCount
                       IF BTIDNum(BilledIdx) = LinIDNum
                           AND BTInvNumber(BilledIdx) = LinInvNumber
                           ADD LinAmount TO FreightToday
                       END-IF
                   END-PERFORM
               END-IF
       END-READ.

       TallyPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE PayCompany TO RecCompany
               IF RecCompany = SPACES
                   MOVE "01" TO RecCompany
               END-IF
               IF PayDate = WSBusDate AND RecCompany = CurCompany
                   IF PayReversal
                       SUBTRACT PayAmount FROM CashToday
                   ELSE
           AT END SET TaxAuditEOF TO TRUE
           NOT AT END
               IF AudDate = WSBusDate
                   MOVE AudIDNum TO LookupID
                   PERFORM FindCustomerCompany
                   IF RecCompany = CurCompany
                       ADD AudTaxAmt TO TaxToday
                   END-IF
               END-IF
       END-READ.

      *Tax given back on returned goods undoes part of the tax
      *charge, so it is posted as the reverse of the tax entry.
       TallyTaxReversals.
       OPEN INPUT TaxRevFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TrvJurisdiction
           PERFORM TallyOneTaxReversal UNTIL TaxRevEOF
           CLOSE TaxRevFile
       END-IF.

       TallyOneTaxReversal.
       READ TaxRevFile
           AT END SET TaxRevEOF TO TRUE
           NOT AT END
               IF TrvDate = WSBusDate
                   MOVE TrvIDNum TO LookupID
                   PERFORM FindCustomerCompany
                   IF RecCompany = CurCompany
                       ADD TrvTaxAmt TO TaxReversedToday
                   END-IF
               END-IF
       END-READ.

           PERFORM WriteOneJournalLine
           MOVE "REVENUE" TO WSMapSource
           MOVE "C" TO WSSide
           COMPUTE WSAmount = BilledToday - FreightToday
               - DeferredToday
           IF WSAmount > ZERO
               PERFORM WriteOneJournalLine
           END-IF
           IF DeferredToday > ZERO
               MOVE "DEFREV" TO WSMapSource
               MOVE DeferredToday TO WSAmount
               MOVE "BILLED IN ADVANCE" TO WSDesc
               PERFORM WriteOneJournalLine
           END-IF
           IF FreightToday > ZERO
               MOVE "FREIGHT" TO WSMapSource
               MOVE FreightToday TO WSAmount
               MOVE "FREIGHT BILLED" TO WSDesc
               PERFORM WriteOneJournalLine
           END-IF
       END-IF
       IF CreditsToday > ZERO
           MOVE "REVENUE" TO WSMapSource
           MOVE "D" TO WSSide
           COMPUTE WSAmount = CreditsToday - DefCreditedToday
           MOVE "CREDIT MEMOS" TO WSDesc
           IF WSAmount > ZERO
               PERFORM WriteOneJournalLine
           END-IF
           IF DefCreditedToday > ZERO
               MOVE "DEFREV" TO WSMapSource
               MOVE DefCreditedToday TO WSAmount
               PERFORM WriteOneJournalLine
           END-IF
           MOVE "AR" TO WSMapSource
           MOVE "C" TO WSSide
           MOVE CreditsToday TO WSAmount
           PERFORM WriteOneJournalLine
       END-IF
       IF RecognisedToday > ZERO
           MOVE "DEFREV" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE RecognisedToday TO WSAmount
           MOVE "REVENUE RECOGNISED" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "REVENUE" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF DefVoidedToday > ZERO
           MOVE "DEFREV" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE DefVoidedToday TO WSAmount
           MOVE "VOIDED DEFERRALS" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "AR" TO WSMapSource
           MOVE "C" TO WSSide
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF DiscountsToday > ZERO
           MOVE "DISCOUNT" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE DiscountsToday TO WSAmount
           MOVE "DISCOUNTS ALLOWED" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "AR" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF RefundsToday > ZERO
           MOVE "AR" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE RefundsToday TO WSAmount
           MOVE "CUSTOMER REFUNDS" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "CASH" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF AgencyFeesToday > ZERO
           MOVE "COLLEXP" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE AgencyFeesToday TO WSAmount
           MOVE "AGENCY COMMISSION" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "CASH" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF CardFeesToday > ZERO
           MOVE "CARDFEE" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE CardFeesToday TO WSAmount
           MOVE "CARD PROCESSOR FEES" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "CASH" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF FxGainLossToday > ZERO
           MOVE "AR" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF CommAccrToday > ZERO
           MOVE "COMMEXP" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE CommAccrToday TO WSAmount
           MOVE "COMMISSION ACCRUAL" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "COMMACCR" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF CommAccrToday < ZERO
           MOVE "COMMACCR" TO WSMapSource
           MOVE "D" TO WSSide
           COMPUTE WSAmount = ZERO - CommAccrToday
           MOVE "COMMISSION ACCRUAL" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "COMMEXP" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF ProvMoveToday > ZERO
           MOVE "BADDEBT" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE ProvMoveToday TO WSAmount
           MOVE "DOUBTFUL DEBT PROV" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "BDPROV" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF ProvMoveToday < ZERO
           MOVE "BDPROV" TO WSMapSource
           MOVE "D" TO WSSide
           COMPUTE WSAmount = ZERO - ProvMoveToday
           MOVE "DOUBTFUL DEBT PROV" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "BADDEBT" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF TaxToday > ZERO
           MOVE "TAXEXP" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE "TAXPAY" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF
       IF TaxReversedToday > ZERO
           MOVE "TAXPAY" TO WSMapSource
           MOVE "D" TO WSSide
           MOVE TaxReversedToday TO WSAmount
           MOVE "TAX ON RETURNS" TO WSDesc
           PERFORM WriteOneJournalLine
           MOVE "TAXEXP" TO WSMapSource
           MOVE "C" TO WSSide
           PERFORM WriteOneJournalLine
       END-IF.

       WriteOneJournalLine.
