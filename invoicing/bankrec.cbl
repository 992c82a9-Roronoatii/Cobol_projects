      *Bank statement import and deposit reconciliation
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankrec.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StmtFile ASSIGN TO "BankStmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CardFeeFile ASSIGN TO "CardFee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT OutItemFile ASSIGN TO "BankOut.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BankCtlFile ASSIGN TO "BankCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RecReport ASSIGN TO "BankRec.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StmtFile.
       01 StmtRecord PIC X(60).
           88 StmtEOF VALUE HIGH-VALUE.
       01 StmtHeaderRecord.
           02 SthRecordType PIC X.
           02 FILLER PIC X.
           02 SthDate PIC 9(8).
           02 FILLER PIC X.
           02 SthAccount PIC X(10).
           02 FILLER PIC X.
           02 SthOpenBal PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           02 FILLER PIC X.
           02 SthCloseBal PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           02 FILLER PIC X.
           02 SthLineCount PIC 9(5).
           02 FILLER PIC X(7).
       01 StmtLineRecord.
           02 StlRecordType PIC X.
           02 FILLER PIC X.
           02 StlValueDate PIC 9(8).
           02 FILLER PIC X.
           02 StlCode PIC X(3).
           02 FILLER PIC X.
           02 StlAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 StlBankRef PIC X(12).
           02 FILLER PIC X(22).

       FD PaymentFile.
           COPY paydata.

       FD CardFeeFile.
           COPY cardfee.

       FD OutItemFile.
       01 OutItemFileRecord PIC X(40).

       FD BankCtlFile.
       01 BankCtlRecord.
           02 BkcBookDate PIC 9(8).
           02 FILLER PIC X.
           02 BkcStmtDate PIC 9(8).
           02 FILLER PIC X.
           02 BkcBookBal PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           02 FILLER PIC X.
           02 BkcBankBal PIC S9(9)V99 SIGN IS LEADING SEPARATE.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD RecReport.
       01 RecLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY bankout.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 LastBookDate PIC 9(8) VALUE ZEROS.
       01 LastStmtDate PIC 9(8) VALUE ZEROS.
       01 BookBalance PIC S9(9)V99 VALUE ZERO.
       01 BankBalance PIC S9(9)V99 VALUE ZERO.
       01 CtlFoundFlag PIC X VALUE "N".
           88 ControlOnFile VALUE "Y".
       01 StmtStateFlag PIC X VALUE "M".
           88 StmtMissing VALUE "M".
           88 StmtTaken VALUE "T".
           88 StmtAlreadyTaken VALUE "A".
           88 StmtRejected VALUE "R".
       01 HeaderSeen PIC X VALUE "N".
           88 GotHeader VALUE "Y".
       01 BookTakenFlag PIC X VALUE "N".
           88 BookTaken VALUE "Y".
       01 StmtDate PIC 9(8) VALUE ZEROS.
       01 StmtOpenBal PIC S9(9)V99 VALUE ZERO.
       01 StmtCloseBal PIC S9(9)V99 VALUE ZERO.
       01 StmtCtlCount PIC 9(5) VALUE ZERO.
       01 StmtLineCount PIC 9(5) VALUE ZERO.
       01 StmtCredits PIC 9(9)V99 VALUE ZERO.
       01 StmtDebits PIC 9(9)V99 VALUE ZERO.
       01 StmtProof PIC S9(9)V99 VALUE ZERO.
       01 RejectReason PIC X(50) VALUE SPACE.
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 FeeEOFFlag PIC X VALUE "N".
           88 FeeEOF VALUE "Y".
       01 OutEOFFlag PIC X VALUE "N".
           88 OutEOF VALUE "Y".
       01 OutFullFlag PIC X VALUE "N".
           88 OutTableFull VALUE "Y".
       01 OutTable.
           02 OutEntry OCCURS 1000 TIMES.
               03 OTSide PIC X.
               03 OTDate PIC 9(8).
               03 OTDir PIC X.
               03 OTSource PIC X(3).
               03 OTAmount PIC 9(8)V99.
               03 OTRef PIC X(12).
               03 OTMatched PIC X.
       01 OutCount PIC 9(4) VALUE ZERO.
       01 OutIdx PIC 9(4) VALUE ZERO.
       01 OtherIdx PIC 9(4) VALUE ZERO.
       01 MatchFoundFlag PIC X VALUE "N".
           88 MatchFound VALUE "Y".
       01 MatchedCount PIC 9(4) VALUE ZERO.
       01 SumAmount PIC 9(9)V99 VALUE ZERO.
       01 SumCount PIC 9(4) VALUE ZERO.
       01 BookGroupTable.
           02 BookGroup OCCURS 20 TIMES.
               03 BGSource PIC X(3).
               03 BGDir PIC X.
               03 BGAmount PIC S9(8)V99.
               03 BGCount PIC 9(4).
       01 BookGroupCount PIC 99 VALUE ZERO.
       01 BookGroupIdx PIC 99 VALUE ZERO.
       01 WantedSource PIC X(3) VALUE SPACE.
       01 WantedDir PIC X VALUE SPACE.
       01 BookCredits PIC 9(9)V99 VALUE ZERO.
       01 BookDebits PIC 9(9)V99 VALUE ZERO.
       01 BookItemsOut PIC 9(9)V99 VALUE ZERO.
       01 BookDebitsOut PIC 9(9)V99 VALUE ZERO.
       01 BankCreditsOut PIC 9(9)V99 VALUE ZERO.
       01 BankDebitsOut PIC 9(9)V99 VALUE ZERO.
       01 AdjustedBank PIC S9(9)V99 VALUE ZERO.
       01 AdjustedBook PIC S9(9)V99 VALUE ZERO.
       01 RecDifference PIC S9(9)V99 VALUE ZERO.
       01 BookRefText.
           02 PrnPostCount PIC ZZZ9.
           02 FILLER PIC X(8) VALUE " POSTED".
       01 RunLogJob PIC X(12) VALUE "BANKREC".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 RecHeading.
           02 FILLER PIC X(37) VALUE
               "BANK RECONCILIATION - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
           02 FILLER PIC X(12) VALUE "  STATEMENT ".
           02 PrnStmtDate PIC 9(8).
       01 RecSectionLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSectionText PIC X(40).
       01 MatchColumnHeads PIC X(80) VALUE
           "  Src Dir  Book date  Bank date            Amount  Bank r" &
           "ef".
       01 MatchDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMatSource PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMatDir PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnMatBookDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnMatBankDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnMatAmount PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMatRef PIC X(12).
       01 OutColumnHeads PIC X(80) VALUE
           "  Side  Date      Src Dir             Amount  Reference".
       01 OutDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutSide PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutSource PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutDir PIC X.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnOutAmount PIC $$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOutRef PIC X(12).
       01 RecSummaryLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSumText PIC X(40).
           02 PrnSumAmount PIC $$$$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSumNote PIC X(14).

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM ReadBankControl
           PERFORM LoadOutstandingItems
           IF NOT OutTableFull
               PERFORM ImportStatement
           END-IF
           IF NOT OutTableFull AND NOT StmtRejected
               IF LastBookDate < WSBusDate
                   PERFORM TakeBookPostings
               ELSE
                   DISPLAY "Postings for " WSBusDate " already " &
                       "taken into the bank reconciliation"
               END-IF
           END-IF
           IF OutTableFull
               DISPLAY "More than 1000 outstanding bank items - " &
                   "reconciliation abandoned, BankOut.dat left " &
                   "unchanged"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF StmtRejected
                   DISPLAY "Bank statement rejected - " RejectReason
                   DISPLAY "Reconciliation not run, BankOut.dat " &
                       "left unchanged"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ReconcileItems
                   DISPLAY "Bank reconciliation complete - "
                       MatchedCount " items matched"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE MatchedCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

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

      *BankCtl.dat holds the last business day whose postings were
      *taken, the last statement taken and the two running balances.
       ReadBankControl.
       OPEN INPUT BankCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ BankCtlFile
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO CtlFoundFlag
                   MOVE BkcBookDate TO LastBookDate
                   MOVE BkcStmtDate TO LastStmtDate
                   MOVE BkcBookBal TO BookBalance
                   MOVE BkcBankBal TO BankBalance
           END-READ
           CLOSE BankCtlFile
       END-IF.

       LoadOutstandingItems.
       MOVE ZERO TO OutCount
       OPEN INPUT OutItemFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO OutEOFFlag
           PERFORM LoadOneOutstanding UNTIL OutEOF
           CLOSE OutItemFile
       END-IF.

       LoadOneOutstanding.
       READ OutItemFile INTO BankOutRecord
           AT END SET OutEOF TO TRUE
           NOT AT END
               IF BankOutRecord NOT = SPACES
                   PERFORM AddOutFromRecord
               END-IF
               IF OutTableFull
                   SET OutEOF TO TRUE
               END-IF
       END-READ.

       AddOutFromRecord.
       IF OutCount < 1000
           ADD 1 TO OutCount
           MOVE BkoSide TO OTSide(OutCount)
           MOVE BkoDate TO OTDate(OutCount)
           MOVE BkoDir TO OTDir(OutCount)
           MOVE BkoSource TO OTSource(OutCount)
           MOVE BkoAmount TO OTAmount(OutCount)
           MOVE BkoRef TO OTRef(OutCount)
           MOVE "N" TO OTMatched(OutCount)
       ELSE
           SET OutTableFull TO TRUE
       END-IF.

      *The bank sends a header carrying the opening and closing
      *balances and the number of lines, then one C or D line per
      *credit or debit.  The statement is only taken when it proves
      *- line count, opening plus credits less debits to closing,
      *and opening equal to the last closing balance taken.
       ImportStatement.
       OPEN INPUT StmtFile
       IF WSFileStatus = "35"
           DISPLAY "BankStmt.dat not found - book postings carried " &
               "as outstanding"
       ELSE
           MOVE "T" TO StmtStateFlag
           MOVE SPACES TO StmtRecord
           READ StmtFile
               AT END SET StmtEOF TO TRUE
           END-READ
           PERFORM ProcessStmtRecord
               UNTIL StmtEOF OR StmtRejected OR StmtAlreadyTaken
               OR OutTableFull
           CLOSE StmtFile
           IF StmtTaken
               PERFORM ProveStatement
           END-IF
       END-IF.

       ProcessStmtRecord.
       EVALUATE StmtRecord(1:1)
           WHEN "H"
               PERFORM TakeStatementHeader
           WHEN "C"
           WHEN "D"
               PERFORM TakeStatementLine
           WHEN OTHER
               IF StmtRecord NOT = SPACES
                   MOVE "R" TO StmtStateFlag
                   MOVE "UNKNOWN RECORD TYPE ON STATEMENT" TO
                       RejectReason
               END-IF
       END-EVALUATE
       READ StmtFile
           AT END SET StmtEOF TO TRUE
       END-READ.

       TakeStatementHeader.
       MOVE StmtRecord TO StmtHeaderRecord
       IF GotHeader
           MOVE "R" TO StmtStateFlag
           MOVE "MORE THAN ONE STATEMENT HEADER" TO RejectReason
       ELSE
           IF SthDate IS NOT NUMERIC OR SthOpenBal IS NOT NUMERIC
               OR SthCloseBal IS NOT NUMERIC
               OR SthLineCount IS NOT NUMERIC
               MOVE "R" TO StmtStateFlag
               MOVE "NON-NUMERIC STATEMENT HEADER" TO RejectReason
           ELSE
               MOVE "Y" TO HeaderSeen
               MOVE SthDate TO StmtDate
               MOVE SthOpenBal TO StmtOpenBal
               MOVE SthCloseBal TO StmtCloseBal
               MOVE SthLineCount TO StmtCtlCount
               IF StmtDate NOT > LastStmtDate
                   MOVE "A" TO StmtStateFlag
                   DISPLAY "Statement " StmtDate " already taken " &
                       "into the bank reconciliation"
               END-IF
           END-IF
       END-IF.

       TakeStatementLine.
       MOVE StmtRecord TO StmtLineRecord
       IF NOT GotHeader
           MOVE "R" TO StmtStateFlag
           MOVE "STATEMENT LINE BEFORE HEADER" TO RejectReason
       ELSE
           IF StlValueDate IS NOT NUMERIC
               OR StlAmount IS NOT NUMERIC
               MOVE "R" TO StmtStateFlag
               MOVE "NON-NUMERIC STATEMENT LINE" TO RejectReason
           ELSE
               ADD 1 TO StmtLineCount
               IF StlRecordType = "C"
                   ADD StlAmount TO StmtCredits
               ELSE
                   ADD StlAmount TO StmtDebits
               END-IF
               MOVE "S" TO BkoSide
               MOVE StlValueDate TO BkoDate
               MOVE StlRecordType TO BkoDir
               MOVE StlCode TO BkoSource
               MOVE StlAmount TO BkoAmount
               MOVE StlBankRef TO BkoRef
               PERFORM AddOutFromRecord
           END-IF
       END-IF.

       ProveStatement.
       COMPUTE StmtProof = StmtOpenBal + StmtCredits - StmtDebits
       EVALUATE TRUE
           WHEN NOT GotHeader
               MOVE "R" TO StmtStateFlag
               MOVE "NO STATEMENT HEADER" TO RejectReason
           WHEN StmtLineCount NOT = StmtCtlCount
               MOVE "R" TO StmtStateFlag
               MOVE "LINE COUNT DOES NOT AGREE WITH HEADER" TO
                   RejectReason
           WHEN StmtProof NOT = StmtCloseBal
               MOVE "R" TO StmtStateFlag
               MOVE "LINES DO NOT PROVE OPENING TO CLOSING BALANCE"
                   TO RejectReason
           WHEN ControlOnFile AND LastStmtDate NOT = ZEROS
               AND StmtOpenBal NOT = BankBalance
               MOVE "R" TO StmtStateFlag
               MOVE "OPENING BALANCE IS NOT LAST CLOSING BALANCE" TO
                   RejectReason
           WHEN OTHER
               IF LastStmtDate = ZEROS
                   ADD StmtOpenBal TO BookBalance
               END-IF
               MOVE StmtCloseBal TO BankBalance
       END-EVALUATE.

      *The day's postings are totalled by the route they came in by,
      *each route banking as its own deposit.  Reversals are debits
      *to the account.  Card settlements are banked net of the
      *processor's fees on the items applied.
       TakeBookPostings.
       MOVE ZERO TO BookGroupCount
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM TallyOnePosting UNTIL PayEOF
           CLOSE PaymentFile
       END-IF
       OPEN INPUT CardFeeFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO FeeEOFFlag
           PERFORM TallyOneCardFee UNTIL FeeEOF
           CLOSE CardFeeFile
       END-IF
       PERFORM AddOneBookGroup
           VARYING BookGroupIdx FROM 1 BY 1
           UNTIL BookGroupIdx > BookGroupCount
       COMPUTE BookBalance = BookBalance + BookCredits - BookDebits
       MOVE "Y" TO BookTakenFlag.

       TallyOnePosting.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF PayDate = WSBusDate
                   MOVE PaySource TO WantedSource
                   IF PayReversal
                       MOVE "D" TO WantedDir
                       IF WantedSource = SPACES
                           MOVE "REV" TO WantedSource
                       END-IF
                   ELSE
                       MOVE "C" TO WantedDir
                       IF WantedSource = SPACES
                           MOVE "MAN" TO WantedSource
                       END-IF
                   END-IF
                   PERFORM FindBookGroup
                   IF BookGroupIdx > ZERO
                       ADD PayAmount TO BGAmount(BookGroupIdx)
                       ADD 1 TO BGCount(BookGroupIdx)
                   END-IF
               END-IF
       END-READ.

       TallyOneCardFee.
       READ CardFeeFile
           AT END SET FeeEOF TO TRUE
           NOT AT END
               IF CfdDate = WSBusDate AND CfdApplied
                   MOVE "CRD" TO WantedSource
                   MOVE "C" TO WantedDir
                   PERFORM FindBookGroup
                   IF BookGroupIdx > ZERO
                       SUBTRACT CfdFee FROM BGAmount(BookGroupIdx)
                   END-IF
               END-IF
       END-READ.

       FindBookGroup.
       MOVE "N" TO MatchFoundFlag
       PERFORM VARYING BookGroupIdx FROM 1 BY 1
           UNTIL BookGroupIdx > BookGroupCount OR MatchFound
           IF BGSource(BookGroupIdx) = WantedSource
               AND BGDir(BookGroupIdx) = WantedDir
               MOVE "Y" TO MatchFoundFlag
           END-IF
       END-PERFORM
       IF MatchFound
           SUBTRACT 1 FROM BookGroupIdx
       ELSE
           IF BookGroupCount < 20
               ADD 1 TO BookGroupCount
               MOVE BookGroupCount TO BookGroupIdx
               MOVE WantedSource TO BGSource(BookGroupIdx)
               MOVE WantedDir TO BGDir(BookGroupIdx)
               MOVE ZERO TO BGAmount(BookGroupIdx)
               MOVE ZERO TO BGCount(BookGroupIdx)
           ELSE
               MOVE ZERO TO BookGroupIdx
               DISPLAY "More than 20 posting routes - " WantedSource
                   " postings left out of the reconciliation"
           END-IF
       END-IF.

       AddOneBookGroup.
       IF BGAmount(BookGroupIdx) > ZERO
           IF BGDir(BookGroupIdx) = "D"
               ADD BGAmount(BookGroupIdx) TO BookDebits
           ELSE
               ADD BGAmount(BookGroupIdx) TO BookCredits
           END-IF
           MOVE "B" TO BkoSide
           MOVE WSBusDate TO BkoDate
           MOVE BGDir(BookGroupIdx) TO BkoDir
           MOVE BGSource(BookGroupIdx) TO BkoSource
           MOVE BGAmount(BookGroupIdx) TO BkoAmount
           MOVE BGCount(BookGroupIdx) TO PrnPostCount
           MOVE BookRefText TO BkoRef
           PERFORM AddOutFromRecord
       END-IF.

       ReconcileItems.
       OPEN OUTPUT RecReport
       MOVE WSBusDate TO PrnBusDate
       MOVE LastStmtDate TO PrnStmtDate
       IF StmtTaken
           MOVE StmtDate TO PrnStmtDate
       END-IF
       WRITE RecLine FROM RecHeading
       MOVE SPACES TO RecLine
       WRITE RecLine
       MOVE "ITEMS MATCHED" TO PrnSectionText
       WRITE RecLine FROM RecSectionLine
       WRITE RecLine FROM MatchColumnHeads
       PERFORM MatchOneBankItem
           VARYING OutIdx FROM 1 BY 1 UNTIL OutIdx > OutCount
       PERFORM MatchOneBookTotal
           VARYING OutIdx FROM 1 BY 1 UNTIL OutIdx > OutCount
       MOVE SPACES TO RecLine
       WRITE RecLine
       MOVE "OUTSTANDING ITEMS CARRIED FORWARD" TO PrnSectionText
       WRITE RecLine FROM RecSectionLine
       WRITE RecLine FROM OutColumnHeads
       PERFORM ListOneOutstanding
           VARYING OutIdx FROM 1 BY 1 UNTIL OutIdx > OutCount
       MOVE SPACES TO RecLine
       WRITE RecLine
       PERFORM WriteBalanceSummary
       CLOSE RecReport
       PERFORM SaveOutstandingItems
       PERFORM SaveBankControl.

      *A statement line clears the first outstanding book total of
      *the same route, direction and amount, oldest first.
       MatchOneBankItem.
       IF OTSide(OutIdx) = "S" AND OTMatched(OutIdx) = "N"
           MOVE "N" TO MatchFoundFlag
           PERFORM VARYING OtherIdx FROM 1 BY 1
               UNTIL OtherIdx > OutCount OR MatchFound
               IF OTSide(OtherIdx) = "B" AND OTMatched(OtherIdx) = "N"
                   AND OTDir(OtherIdx) = OTDir(OutIdx)
                   AND OTSource(OtherIdx) = OTSource(OutIdx)
                   AND OTAmount(OtherIdx) = OTAmount(OutIdx)
                   MOVE "Y" TO MatchFoundFlag
                   MOVE "Y" TO OTMatched(OtherIdx)
                   MOVE "Y" TO OTMatched(OutIdx)
                   PERFORM WriteMatchLine
               END-IF
           END-PERFORM
       END-IF.

      *A route that banks in several lines - one per lockbox or card
      *batch - clears when all its open statement lines add up to
      *the book total.
       MatchOneBookTotal.
       IF OTSide(OutIdx) = "B" AND OTMatched(OutIdx) = "N"
           MOVE ZERO TO SumAmount
           MOVE ZERO TO SumCount
           PERFORM VARYING OtherIdx FROM 1 BY 1
               UNTIL OtherIdx > OutCount
               IF OTSide(OtherIdx) = "S" AND OTMatched(OtherIdx) = "N"
                   AND OTDir(OtherIdx) = OTDir(OutIdx)
                   AND OTSource(OtherIdx) = OTSource(OutIdx)
                   ADD OTAmount(OtherIdx) TO SumAmount
                   ADD 1 TO SumCount
               END-IF
           END-PERFORM
           IF SumCount > 1 AND SumAmount = OTAmount(OutIdx)
               MOVE "Y" TO OTMatched(OutIdx)
               PERFORM VARYING OtherIdx FROM 1 BY 1
                   UNTIL OtherIdx > OutCount
                   IF OTSide(OtherIdx) = "S"
                       AND OTMatched(OtherIdx) = "N"
                       AND OTDir(OtherIdx) = OTDir(OutIdx)
                       AND OTSource(OtherIdx) = OTSource(OutIdx)
                       MOVE "Y" TO OTMatched(OtherIdx)
                       PERFORM WriteMatchLine
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

      *Called with OutIdx and OtherIdx on the two items matched, in
      *either order.
       WriteMatchLine.
       IF OTSide(OutIdx) = "B"
           MOVE OTDate(OutIdx) TO PrnMatBookDate
           MOVE OTDate(OtherIdx) TO PrnMatBankDate
           MOVE OTAmount(OtherIdx) TO PrnMatAmount
           MOVE OTRef(OtherIdx) TO PrnMatRef
       ELSE
           MOVE OTDate(OtherIdx) TO PrnMatBookDate
           MOVE OTDate(OutIdx) TO PrnMatBankDate
           MOVE OTAmount(OutIdx) TO PrnMatAmount
           MOVE OTRef(OutIdx) TO PrnMatRef
       END-IF
       MOVE OTSource(OutIdx) TO PrnMatSource
       MOVE OTDir(OutIdx) TO PrnMatDir
       ADD 1 TO MatchedCount
       WRITE RecLine FROM MatchDetailLine.

       ListOneOutstanding.
       IF OTMatched(OutIdx) = "N"
           IF OTSide(OutIdx) = "B"
               MOVE "BOOK" TO PrnOutSide
               IF OTDir(OutIdx) = "D"
                   ADD OTAmount(OutIdx) TO BookDebitsOut
               ELSE
                   ADD OTAmount(OutIdx) TO BookItemsOut
               END-IF
           ELSE
               MOVE "BANK" TO PrnOutSide
               IF OTDir(OutIdx) = "D"
                   ADD OTAmount(OutIdx) TO BankDebitsOut
               ELSE
                   ADD OTAmount(OutIdx) TO BankCreditsOut
               END-IF
           END-IF
           MOVE OTDate(OutIdx) TO PrnOutDate
           MOVE OTSource(OutIdx) TO PrnOutSource
           MOVE OTDir(OutIdx) TO PrnOutDir
           MOVE OTAmount(OutIdx) TO PrnOutAmount
           MOVE OTRef(OutIdx) TO PrnOutRef
           WRITE RecLine FROM OutDetailLine
       END-IF.

      *Bank plus book items not yet banked must equal book plus
      *bank items not yet booked.
       WriteBalanceSummary.
       COMPUTE AdjustedBank = BankBalance + BookItemsOut
           - BookDebitsOut
       COMPUTE AdjustedBook = BookBalance + BankCreditsOut
           - BankDebitsOut
       COMPUTE RecDifference = AdjustedBank - AdjustedBook
       MOVE SPACES TO PrnSumNote
       MOVE "Balance per bank statement" TO PrnSumText
       MOVE BankBalance TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Add deposits not yet credited by bank" TO PrnSumText
       MOVE BookItemsOut TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Less reversals not yet charged by bank" TO PrnSumText
       MOVE BookDebitsOut TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Adjusted bank balance" TO PrnSumText
       MOVE AdjustedBank TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE SPACES TO RecLine
       WRITE RecLine
       MOVE "Balance per books" TO PrnSumText
       MOVE BookBalance TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Add bank credits not in books" TO PrnSumText
       MOVE BankCreditsOut TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Less bank debits not in books" TO PrnSumText
       MOVE BankDebitsOut TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE "Adjusted book balance" TO PrnSumText
       MOVE AdjustedBook TO PrnSumAmount
       WRITE RecLine FROM RecSummaryLine
       MOVE SPACES TO RecLine
       WRITE RecLine
       MOVE "Difference" TO PrnSumText
       MOVE RecDifference TO PrnSumAmount
       IF RecDifference = ZERO
           MOVE "RECONCILED" TO PrnSumNote
       ELSE
           MOVE "OUT OF BALANCE" TO PrnSumNote
           DISPLAY "Bank reconciliation out of balance - see " &
               "BankRec.rpt"
       END-IF
       WRITE RecLine FROM RecSummaryLine.

       SaveOutstandingItems.
       OPEN OUTPUT OutItemFile
       PERFORM VARYING OutIdx FROM 1 BY 1 UNTIL OutIdx > OutCount
           IF OTMatched(OutIdx) = "N"
               MOVE SPACES TO BankOutRecord
               MOVE OTSide(OutIdx) TO BkoSide
               MOVE OTDate(OutIdx) TO BkoDate
               MOVE OTDir(OutIdx) TO BkoDir
               MOVE OTSource(OutIdx) TO BkoSource
               MOVE OTAmount(OutIdx) TO BkoAmount
               MOVE OTRef(OutIdx) TO BkoRef
               WRITE OutItemFileRecord FROM BankOutRecord
           END-IF
       END-PERFORM
       CLOSE OutItemFile.

       SaveBankControl.
       MOVE SPACES TO BankCtlRecord
       MOVE LastBookDate TO BkcBookDate
       IF BookTaken
           MOVE WSBusDate TO BkcBookDate
       END-IF
       MOVE LastStmtDate TO BkcStmtDate
       IF StmtTaken
           MOVE StmtDate TO BkcStmtDate
       END-IF
       MOVE BookBalance TO BkcBookBal
       MOVE BankBalance TO BkcBankBal
       OPEN OUTPUT BankCtlFile
       WRITE BankCtlRecord
       CLOSE BankCtlFile.
