      *Month-end salesperson commission run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. commrun.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvoiceFile ASSIGN TO "Invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvKey
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RepFile ASSIGN TO "SalesRep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RateFile ASSIGN TO "CommRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CommWorkFile ASSIGN TO "CommWork.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SortFile ASSIGN TO "CommSort.tmp".
           SELECT SortedCommFile ASSIGN TO "CommSorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CommAccrFile ASSIGN TO "CommAccr.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CommReport ASSIGN TO "CommStmt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PaymentFile.
           COPY paydata.

       FD InvoiceFile.
           COPY invdata.

       FD InvLineFile.
           COPY invline.

       FD RepFile.
       01 RepRecord.
           02 SrpCode PIC X(4).
           02 FILLER PIC X.
           02 SrpName PIC X(20).
           02 FILLER PIC X.
           02 SrpActive PIC X.

       FD RateFile.
       01 RateRecord.
           02 CrtRepCode PIC X(4).
           02 FILLER PIC X.
           02 CrtItemCode PIC X(6).
           02 FILLER PIC X.
           02 CrtRate PIC 9(2)V99.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD CommWorkFile.
       01 CommWorkRecord.
           02 WrkRepCode PIC X(4).
           02 WrkIDNum PIC 9(7).
           02 WrkInvNumber PIC 9(6).
           02 WrkDate PIC 9(8).
           02 WrkType PIC X.
           02 WrkBase PIC S9(6)V99.
           02 WrkRate PIC 9(2)V9(4).
           02 WrkComm PIC S9(6)V99.

       SD SortFile.
       01 SortCommRecord.
           02 SrtRepCode PIC X(4).
           02 SrtIDNum PIC 9(7).
           02 SrtInvNumber PIC 9(6).
           02 SrtDate PIC 9(8).
           02 SrtType PIC X.
           02 SrtBase PIC S9(6)V99.
           02 SrtRate PIC 9(2)V9(4).
           02 SrtComm PIC S9(6)V99.

       FD SortedCommFile.
       01 SortedCommRecord.
           02 SortedRepCode PIC X(4).
           02 SortedIDNum PIC 9(7).
           02 SortedInvNumber PIC 9(6).
           02 SortedDate PIC 9(8).
           02 SortedType PIC X.
               88 SortedPayment VALUE "P".
               88 SortedReversal VALUE "R".
               88 SortedWriteOff VALUE "W".
           02 SortedBase PIC S9(6)V99.
           02 SortedRate PIC 9(2)V9(4).
           02 SortedComm PIC S9(6)V99.

       FD CommAccrFile.
       01 CommAccrRecord.
           02 CacDate PIC 9(8).
           02 FILLER PIC X.
           02 CacAmount PIC S9(8)V99.

       FD CommReport.
       01 CommLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 CommMonth PIC 9(6) VALUE ZEROS.
       01 InvEOFFlag PIC X VALUE "N".
           88 InvEOF VALUE "Y".
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 RepEOFFlag PIC X VALUE "N".
           88 RepEOF VALUE "Y".
       01 RateEOFFlag PIC X VALUE "N".
           88 RateEOF VALUE "Y".
       01 SortedEOFFlag PIC X VALUE "N".
           88 SortedEOF VALUE "Y".
       01 RepTable.
           02 RepEntry OCCURS 50 TIMES.
               03 RTCode PIC X(4).
               03 RTName PIC X(20).
       01 RepCount PIC 99 VALUE ZERO.
       01 RepIdx PIC 99 VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 300 TIMES.
               03 RRRepCode PIC X(4).
               03 RRItemCode PIC X(6).
               03 RRRate PIC 9(2)V99.
       01 RateCount PIC 999 VALUE ZERO.
       01 RateIdx PIC 999 VALUE ZERO.
      *One entry per invoice paid, reversed or written off this
      *month, carrying its salesperson and the commission rate that
      *applies to money collected on it.
       01 InvNeedTable.
           02 InvNeedEntry OCCURS 1000 TIMES.
               03 NTIDNum PIC 9(7).
               03 NTInvNumber PIC 9(6).
               03 NTRepCode PIC X(4).
               03 NTCommFlag PIC X.
                   88 NTCommissionable VALUE "Y".
               03 NTLineTotal PIC 9(8)V99.
               03 NTWeighted PIC 9(10)V9(4).
               03 NTRate PIC 9(2)V9(4).
               03 NTCollected PIC S9(8)V99.
       01 InvNeedCount PIC 9(4) VALUE ZERO.
       01 InvNeedIdx PIC 9(4) VALUE ZERO.
       01 InvFoundIdx PIC 9(4) VALUE ZERO.
       01 WoffTable.
           02 WoffEntry OCCURS 500 TIMES.
               03 WTIDNum PIC 9(7).
               03 WTRefNumber PIC 9(6).
               03 WTDate PIC 9(8).
               03 WTAmount PIC 9(6)V99.
       01 WoffCount PIC 999 VALUE ZERO.
       01 WoffIdx PIC 999 VALUE ZERO.
       01 LookupIDNum PIC 9(7) VALUE ZEROS.
       01 LookupInvNum PIC 9(6) VALUE ZEROS.
       01 LookupRep PIC X(4) VALUE SPACE.
       01 LookupItem PIC X(6) VALUE SPACE.
       01 FoundRate PIC 9(2)V99 VALUE ZERO.
       01 RateFoundFlag PIC X VALUE "N".
           88 ItemRateFound VALUE "Y".
       01 PayMonth PIC 9(6) VALUE ZEROS.
       01 ClawBase PIC S9(8)V99 VALUE ZERO.
       01 CurrentRep PIC X(4) VALUE SPACE.
       01 RepTotal PIC S9(8)V99 VALUE ZERO.
       01 RepBaseTotal PIC S9(8)V99 VALUE ZERO.
       01 GrandTotal PIC S9(8)V99 VALUE ZERO.
       01 StatementCount PIC 9(4) VALUE ZERO.
       01 DetailCount PIC 9(6) VALUE ZERO.
       01 NoRepCount PIC 9(6) VALUE ZERO.
       01 NotFoundCount PIC 9(6) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 WSAmtFormatted PIC $$,$$$,$$9.99CR.
       01 StmtHeading.
           02 FILLER PIC X(36) VALUE
               "SALESPERSON COMMISSION STATEMENT - ".
           02 PrnMonth PIC 9(6).
       01 StmtRepLine.
           02 FILLER PIC X(13) VALUE "SALESPERSON  ".
           02 PrnRepCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRepName PIC X(20).
       01 StmtColumnHeads PIC X(81) VALUE
           "Customer  Invoice  Date      Type                  Base" &
           "   Rate%        Commission".
       01 StmtDetailLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnType PIC X(9).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBase PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRate PIC Z9.9999.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnComm PIC $$,$$$,$$9.99CR.
       01 StmtTotalLine.
           02 FILLER PIC X(22) VALUE "COLLECTED (NET)     : ".
           02 PrnRepBase PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(20) VALUE "   COMMISSION DUE : ".
           02 PrnRepTotal PIC $$,$$$,$$9.99CR.
       01 StmtFooting.
           02 FILLER PIC X(26) VALUE "TOTAL COMMISSION ACCRUED: ".
           02 PrnGrandTotal PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(15) VALUE "  STATEMENTS : ".
           02 PrnStmtCount PIC ZZZ9.
       01 RunLogJob PIC X(12) VALUE "COMMRUN".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           MOVE WSBusDate(1:6) TO CommMonth
           PERFORM LoadRepTable
           PERFORM LoadRateTable
           OPEN INPUT InvoiceFile
           IF WSFileStatus NOT = "00"
               DISPLAY "Invoice file not available - commission " &
                   "not run"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GatherWriteOffs
               PERFORM GatherPayments
               PERFORM WeighInvoiceLines
               PERFORM SetInvoiceRates
               OPEN OUTPUT CommWorkFile
               PERFORM WritePaymentDetails
               PERFORM WriteWriteOffDetails
               CLOSE CommWorkFile
               CLOSE InvoiceFile
               SORT SortFile
                   ON ASCENDING KEY SrtRepCode SrtIDNum SrtInvNumber
                       SrtDate
                   USING CommWorkFile
                   GIVING SortedCommFile
               PERFORM PrintStatements
               OPEN OUTPUT CommAccrFile
               MOVE SPACES TO CommAccrRecord
               MOVE WSBusDate TO CacDate
               MOVE GrandTotal TO CacAmount
               WRITE CommAccrRecord
               CLOSE CommAccrFile
               DISPLAY "Commission statements for " CommMonth
                   " written to CommStmt.rpt - " StatementCount
                   " salespeople"
               MOVE GrandTotal TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned,
                   WSAmtFormatted
               DISPLAY "Commission accrued : " WSAmtFormatted
               IF NoRepCount > ZERO
                   DISPLAY NoRepCount " payments on invoices with " &
                       "no salesperson - no commission"
               END-IF
               IF NotFoundCount > ZERO
                   DISPLAY NotFoundCount " payments for invoices " &
                       "not on file - no commission"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE DetailCount TO RunLogCount
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

       LoadRepTable.
       MOVE ZERO TO RepCount
       OPEN INPUT RepFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RepEOFFlag
           PERFORM LoadOneRep UNTIL RepEOF
           CLOSE RepFile
       END-IF.

       LoadOneRep.
       READ RepFile
           AT END SET RepEOF TO TRUE
           NOT AT END
               IF RepCount < 50 AND SrpCode NOT = SPACES
                   ADD 1 TO RepCount
                   MOVE SrpCode TO RTCode(RepCount)
                   MOVE SrpName TO RTName(RepCount)
               END-IF
       END-READ.

       LoadRateTable.
       MOVE ZERO TO RateCount
       OPEN INPUT RateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RateEOFFlag
           PERFORM LoadOneRate UNTIL RateEOF
           CLOSE RateFile
       END-IF.

       LoadOneRate.
       READ RateFile
           AT END SET RateEOF TO TRUE
           NOT AT END
               IF RateCount < 300 AND CrtRepCode NOT = SPACES
                   ADD 1 TO RateCount
                   MOVE CrtRepCode TO RRRepCode(RateCount)
                   MOVE CrtItemCode TO RRItemCode(RateCount)
                   MOVE CrtRate TO RRRate(RateCount)
               END-IF
       END-READ.

      *Write-offs raised this month claw back the commission already
      *paid on the invoice written off.
       GatherWriteOffs.
       MOVE ZERO TO WoffCount
       MOVE "N" TO InvEOFFlag
       PERFORM ScanOneInvoice UNTIL InvEOF
       PERFORM VARYING WoffIdx FROM 1 BY 1 UNTIL WoffIdx > WoffCount
           MOVE WTIDNum(WoffIdx) TO LookupIDNum
           MOVE WTRefNumber(WoffIdx) TO LookupInvNum
           PERFORM NoteInvoice
       END-PERFORM.

       ScanOneInvoice.
       READ InvoiceFile NEXT RECORD
           AT END SET InvEOF TO TRUE
           NOT AT END
               IF WriteOffDoc AND NOT InvVoided
                   AND InvDate(1:6) = CommMonth
                   AND InvRefNumber NOT = ZERO
                   IF WoffCount < 500
                       ADD 1 TO WoffCount
                       MOVE InvIDNum TO WTIDNum(WoffCount)
                       MOVE InvRefNumber TO WTRefNumber(WoffCount)
                       MOVE InvDate TO WTDate(WoffCount)
                       MOVE InvAmount TO WTAmount(WoffCount)
                   ELSE
                       DISPLAY "Write-off table full - write-off "
                           InvNumber " not clawed back"
                   END-IF
               END-IF
       END-READ.

      *Every payment applied this month is noted, and for the
      *invoices noted the net cash collected up to month end is kept
      *so that a write-off never claws back more than was paid.
       GatherPayments.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM GatherOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       GatherOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               MOVE PayDate(1:6) TO PayMonth
               IF NOT PayPendingDD AND PayMonth NOT > CommMonth
                   MOVE PayIDNum TO LookupIDNum
                   MOVE PayInvNumber TO LookupInvNum
                   IF PayMonth = CommMonth
                       PERFORM NoteInvoice
                   ELSE
                       PERFORM FindInvoiceEntry
                   END-IF
                   IF InvFoundIdx > ZERO
                       IF PayReversal
                           SUBTRACT PayAmount
                               FROM NTCollected(InvFoundIdx)
                       ELSE
                           ADD PayAmount TO NTCollected(InvFoundIdx)
                       END-IF
                   END-IF
               END-IF
       END-READ.

       FindInvoiceEntry.
       MOVE ZERO TO InvFoundIdx
       PERFORM VARYING InvNeedIdx FROM 1 BY 1
           UNTIL InvNeedIdx > InvNeedCount OR InvFoundIdx > ZERO
           IF NTIDNum(InvNeedIdx) = LookupIDNum
               AND NTInvNumber(InvNeedIdx) = LookupInvNum
               MOVE InvNeedIdx TO InvFoundIdx
           END-IF
       END-PERFORM.

      *Only ordinary invoices earn commission - NSF fees, late
      *charges raised as fee documents and voided invoices do not.
      *Invoices raised before salespeople were carried on the
      *invoice take the customer's current default salesperson.
       NoteInvoice.
       PERFORM FindInvoiceEntry
       IF InvFoundIdx = ZERO
           IF InvNeedCount >= 1000
               DISPLAY "Invoice table full - invoice " LookupInvNum
                   " not commissioned"
           ELSE
               ADD 1 TO InvNeedCount
               MOVE InvNeedCount TO InvFoundIdx
               MOVE LookupIDNum TO NTIDNum(InvFoundIdx)
               MOVE LookupInvNum TO NTInvNumber(InvFoundIdx)
               MOVE SPACES TO NTRepCode(InvFoundIdx)
               MOVE "N" TO NTCommFlag(InvFoundIdx)
               MOVE ZERO TO NTLineTotal(InvFoundIdx)
               MOVE ZERO TO NTWeighted(InvFoundIdx)
               MOVE ZERO TO NTRate(InvFoundIdx)
               MOVE ZERO TO NTCollected(InvFoundIdx)
               MOVE LookupIDNum TO InvIDNum
               MOVE LookupInvNum TO InvNumber
               READ InvoiceFile
                   INVALID KEY
                       MOVE "X" TO NTCommFlag(InvFoundIdx)
                   NOT INVALID KEY
                       IF InvoiceDoc AND NOT InvVoided
                           MOVE "Y" TO NTCommFlag(InvFoundIdx)
                           IF InvSalesCode = SPACES
                               CALL 'custrep' USING InvIDNum,
                                   InvSalesCode
                           END-IF
                           MOVE InvSalesCode TO NTRepCode(InvFoundIdx)
                       END-IF
               END-READ
           END-IF
       END-IF.

      *The rate on an invoice is the line value weighted average of
      *the rates for its items; freight lines earn no commission.
       WeighInvoiceLines.
       IF InvNeedCount > ZERO
           OPEN INPUT InvLineFile
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
               MOVE "N" TO LineEOFFlag
               PERFORM WeighOneLine UNTIL LineEOF
               CLOSE InvLineFile
           END-IF
       END-IF.

       WeighOneLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               MOVE LinIDNum TO LookupIDNum
               MOVE LinInvNumber TO LookupInvNum
               PERFORM FindInvoiceEntry
               IF InvFoundIdx > ZERO
                   IF NTCommissionable(InvFoundIdx)
                       AND NTRepCode(InvFoundIdx) NOT = SPACES
                       ADD LinAmount TO NTLineTotal(InvFoundIdx)
                       IF NOT LinFreightCharge
                           MOVE NTRepCode(InvFoundIdx) TO LookupRep
                           MOVE LinItemCode TO LookupItem
                           PERFORM FindCommRate
                           COMPUTE NTWeighted(InvFoundIdx) =
                               NTWeighted(InvFoundIdx)
                               + LinAmount * FoundRate
                       END-IF
                   END-IF
               END-IF
       END-READ.

      *An invoice with no lines on file pays the salesperson's
      *general rate.
       SetInvoiceRates.
       PERFORM VARYING InvNeedIdx FROM 1 BY 1
           UNTIL InvNeedIdx > InvNeedCount
           IF NTCommissionable(InvNeedIdx)
               AND NTRepCode(InvNeedIdx) NOT = SPACES
               IF NTLineTotal(InvNeedIdx) > ZERO
                   COMPUTE NTRate(InvNeedIdx) ROUNDED =
                       NTWeighted(InvNeedIdx) / NTLineTotal(InvNeedIdx)
               ELSE
                   MOVE NTRepCode(InvNeedIdx) TO LookupRep
                   MOVE SPACES TO LookupItem
                   PERFORM FindCommRate
                   MOVE FoundRate TO NTRate(InvNeedIdx)
               END-IF
           END-IF
       END-PERFORM.

      *A rate for the salesperson and item wins over the
      *salesperson's general rate (blank item code).
       FindCommRate.
       MOVE ZERO TO FoundRate
       MOVE "N" TO RateFoundFlag
       PERFORM VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount
           IF RRRepCode(RateIdx) = LookupRep
               IF RRItemCode(RateIdx) = LookupItem
                   AND LookupItem NOT = SPACES
                   MOVE RRRate(RateIdx) TO FoundRate
                   MOVE "Y" TO RateFoundFlag
               ELSE
                   IF RRItemCode(RateIdx) = SPACES
                       AND NOT ItemRateFound
                       MOVE RRRate(RateIdx) TO FoundRate
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       WritePaymentDetails.
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM WriteOnePaymentDetail UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

       WriteOnePaymentDetail.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF NOT PayPendingDD AND PayDate(1:6) = CommMonth
                   MOVE PayIDNum TO LookupIDNum
                   MOVE PayInvNumber TO LookupInvNum
                   PERFORM FindInvoiceEntry
                   IF InvFoundIdx > ZERO
                       PERFORM WriteOnePaymentWork
                   END-IF
               END-IF
       END-READ.

       WriteOnePaymentWork.
       IF NTCommFlag(InvFoundIdx) = "X"
           ADD 1 TO NotFoundCount
       ELSE
       IF NTCommissionable(InvFoundIdx)
           IF NTRepCode(InvFoundIdx) = SPACES
               ADD 1 TO NoRepCount
           ELSE
               MOVE SPACES TO CommWorkRecord
               MOVE NTRepCode(InvFoundIdx) TO WrkRepCode
               MOVE PayIDNum TO WrkIDNum
               MOVE PayInvNumber TO WrkInvNumber
               MOVE PayDate TO WrkDate
               MOVE NTRate(InvFoundIdx) TO WrkRate
               IF PayReversal
                   MOVE "R" TO WrkType
                   COMPUTE WrkBase = ZERO - PayAmount
               ELSE
                   MOVE "P" TO WrkType
                   MOVE PayAmount TO WrkBase
               END-IF
               COMPUTE WrkComm ROUNDED = WrkBase * WrkRate / 100
               WRITE CommWorkRecord
               ADD 1 TO DetailCount
           END-IF
       END-IF
       END-IF.

       WriteWriteOffDetails.
       PERFORM VARYING WoffIdx FROM 1 BY 1 UNTIL WoffIdx > WoffCount
           MOVE WTIDNum(WoffIdx) TO LookupIDNum
           MOVE WTRefNumber(WoffIdx) TO LookupInvNum
           PERFORM FindInvoiceEntry
           IF InvFoundIdx > ZERO
               PERFORM WriteOneWriteOffWork
           END-IF
       END-PERFORM.

       WriteOneWriteOffWork.
       IF NTCommissionable(InvFoundIdx)
           AND NTRepCode(InvFoundIdx) NOT = SPACES
           AND NTCollected(InvFoundIdx) > ZERO
           MOVE WTAmount(WoffIdx) TO ClawBase
           IF ClawBase > NTCollected(InvFoundIdx)
               MOVE NTCollected(InvFoundIdx) TO ClawBase
           END-IF
           SUBTRACT ClawBase FROM NTCollected(InvFoundIdx)
           MOVE SPACES TO CommWorkRecord
           MOVE NTRepCode(InvFoundIdx) TO WrkRepCode
           MOVE WTIDNum(WoffIdx) TO WrkIDNum
           MOVE WTRefNumber(WoffIdx) TO WrkInvNumber
           MOVE WTDate(WoffIdx) TO WrkDate
           MOVE "W" TO WrkType
           MOVE NTRate(InvFoundIdx) TO WrkRate
           COMPUTE WrkBase = ZERO - ClawBase
           COMPUTE WrkComm ROUNDED = WrkBase * WrkRate / 100
           WRITE CommWorkRecord
           ADD 1 TO DetailCount
       END-IF.

       PrintStatements.
       OPEN INPUT SortedCommFile
       OPEN OUTPUT CommReport
       MOVE CommMonth TO PrnMonth
       WRITE CommLine FROM StmtHeading
       MOVE SPACES TO CurrentRep
       MOVE ZERO TO GrandTotal
       MOVE "N" TO SortedEOFFlag
       PERFORM PrintOneDetail UNTIL SortedEOF
       IF CurrentRep NOT = SPACES
           PERFORM PrintRepTotal
       END-IF
       MOVE GrandTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnGrandTotal
       MOVE StatementCount TO PrnStmtCount
       WRITE CommLine FROM StmtFooting AFTER ADVANCING 3 LINES
       CLOSE SortedCommFile, CommReport.

       PrintOneDetail.
       READ SortedCommFile
           AT END SET SortedEOF TO TRUE
           NOT AT END
               IF SortedRepCode NOT = CurrentRep
                   IF CurrentRep NOT = SPACES
                       PERFORM PrintRepTotal
                   END-IF
                   PERFORM PrintRepHeading
               END-IF
               MOVE SortedIDNum TO PrnCustID
               MOVE SortedInvNumber TO PrnInvNum
               MOVE SortedDate TO PrnDate
               IF SortedReversal
                   MOVE "REVERSAL" TO PrnType
               ELSE
                   IF SortedWriteOff
                       MOVE "WRITE-OFF" TO PrnType
                   ELSE
                       MOVE "PAYMENT" TO PrnType
                   END-IF
               END-IF
               MOVE SortedBase TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnBase
               MOVE SortedRate TO PrnRate
               MOVE SortedComm TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnComm
               WRITE CommLine FROM StmtDetailLine
                   AFTER ADVANCING 1 LINE
               ADD SortedBase TO RepBaseTotal
               ADD SortedComm TO RepTotal
       END-READ.

       PrintRepHeading.
       MOVE SortedRepCode TO CurrentRep
       MOVE ZERO TO RepTotal
       MOVE ZERO TO RepBaseTotal
       ADD 1 TO StatementCount
       MOVE CurrentRep TO PrnRepCode
       MOVE "NOT ON FILE" TO PrnRepName
       PERFORM VARYING RepIdx FROM 1 BY 1 UNTIL RepIdx > RepCount
           IF RTCode(RepIdx) = CurrentRep
               MOVE RTName(RepIdx) TO PrnRepName
           END-IF
       END-PERFORM
       WRITE CommLine FROM StmtRepLine AFTER ADVANCING 3 LINES
       WRITE CommLine FROM StmtColumnHeads AFTER ADVANCING 2 LINES.

       PrintRepTotal.
       MOVE RepBaseTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnRepBase
       MOVE RepTotal TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnRepTotal
       WRITE CommLine FROM StmtTotalLine AFTER ADVANCING 2 LINES
       ADD RepTotal TO GrandTotal.
