      *Loyalty points nightly earning and expiry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loyearn.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyFile ASSIGN TO "LoyLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoyCtlFile ASSIGN TO "LoyCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoyRateFile ASSIGN TO "LoyRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT InvLineFile ASSIGN TO "InvLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT EarnReport ASSIGN TO "LoyEarn.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LoyaltyFile.
           COPY loydata.

       FD LoyCtlFile.
           COPY loyctl.

       FD LoyRateFile.
           COPY loyrate.

       FD ArOpenFile.
           COPY ardata.

       FD InvLineFile.
           COPY invline.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD EarnReport.
       01 EarnLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 LoyEOFFlag PIC X VALUE "N".
           88 LoyEOF VALUE "Y".
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 LineEOFFlag PIC X VALUE "N".
           88 LineEOF VALUE "Y".
       01 RatesFoundFlag PIC X VALUE "N".
           88 RatesFound VALUE "Y".
       01 ExpiryMonths PIC 9(3) VALUE 24.
       01 CutoffDate PIC 9(8) VALUE ZEROS.
       01 CutoffParts REDEFINES CutoffDate.
           02 CutoffYear PIC 9(4).
           02 CutoffMonth PIC 99.
           02 CutoffDay PIC 99.
       01 MonthNumber PIC 9(6) VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 500 TIMES.
               03 RTItemCode PIC X(6).
               03 RTRate PIC 9(3)V99.
       01 RateCount PIC 9(3) VALUE ZERO.
       01 RateIdx PIC 9(3) VALUE ZERO.
       01 DefaultRate PIC 9(3)V99 VALUE ZERO.
       01 LineRate PIC 9(3)V99 VALUE ZERO.
       01 AwardTable.
           02 AwardEntry OCCURS 5000 TIMES.
               03 AwIDNum PIC 9(7).
               03 AwInvNumber PIC 9(6).
               03 AwPoints PIC S9(7).
               03 AwEarnDate PIC 9(8).
       01 AwardCount PIC 9(4) VALUE ZERO.
       01 AwardIdx PIC 9(4) VALUE ZERO.
       01 AwardFoundIdx PIC 9(4) VALUE ZERO.
       01 HolderTable.
           02 HolderEntry OCCURS 2000 TIMES.
               03 HdIDNum PIC 9(7).
               03 HdOldEarned PIC S9(8).
               03 HdDebits PIC S9(8).
       01 HolderCount PIC 9(4) VALUE ZERO.
       01 HolderIdx PIC 9(4) VALUE ZERO.
       01 HolderFoundIdx PIC 9(4) VALUE ZERO.
       01 CandTable.
           02 CandEntry OCCURS 2000 TIMES.
               03 CdIDNum PIC 9(7).
               03 CdInvNumber PIC 9(6).
               03 CdOrigAmount PIC 9(6)V99.
               03 CdPaidAmount PIC 9(6)V99.
               03 CdBase PIC 9(9)V99.
               03 CdLinesFlag PIC X.
                   88 CdHasLines VALUE "Y".
       01 CandCount PIC 9(4) VALUE ZERO.
       01 CandIdx PIC 9(4) VALUE ZERO.
       01 CandSkipped PIC 9(6) VALUE ZERO.
       01 WorkPoints PIC S9(7) VALUE ZERO.
       01 EarnedCount PIC 9(6) VALUE ZERO.
       01 EarnedPoints PIC S9(9) VALUE ZERO.
       01 ExpiredCount PIC 9(6) VALUE ZERO.
       01 ExpiredPoints PIC S9(9) VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 EarnHeading.
           02 FILLER PIC X(36) VALUE
               "LOYALTY POINTS EARNED - BUSINESS    ".
           02 PrnBusDate PIC 9(8).
       01 EarnDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "EARNED".
           02 FILLER PIC X(6) VALUE " paid ".
           02 PrnPaidAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(8) VALUE " points ".
           02 PrnPoints PIC -,---,--9.
       01 ExpireDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExpCustID PIC 9(7).
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(29) VALUE "EXPIRED".
           02 FILLER PIC X(8) VALUE " points ".
           02 PrnExpPoints PIC -,---,--9.
       01 EarnTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnEarnedCount PIC ZZZZZ9.
           02 FILLER PIC X(17) VALUE " invoices earned ".
           02 PrnEarnedPoints PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE " points".
       01 ExpireTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExpiredCount PIC ZZZZZ9.
           02 FILLER PIC X(17) VALUE " holders expired ".
           02 PrnExpiredPoints PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE " points".
       01 RunLogJob PIC X(12) VALUE "LOYEARN".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM ReadLoyaltyControl
           PERFORM LoadRateTable
           PERFORM LoadLedgerTotals
           OPEN OUTPUT EarnReport
           MOVE WSBusDate TO PrnBusDate
           WRITE EarnLine FROM EarnHeading AFTER ADVANCING 1 LINE
           MOVE SPACES TO EarnLine
           WRITE EarnLine AFTER ADVANCING 1 LINE
           IF RatesFound
               PERFORM SelectPaidInvoices
               PERFORM ValueInvoiceLines
               PERFORM PostEarnedPoints
           ELSE
               DISPLAY "No loyalty rates on file - no points earned"
           END-IF
           IF ExpiryMonths > ZERO
               PERFORM ExpireOldPoints
           END-IF
           MOVE SPACES TO EarnLine
           WRITE EarnLine AFTER ADVANCING 1 LINE
           MOVE EarnedCount TO PrnEarnedCount
           MOVE EarnedPoints TO PrnEarnedPoints
           WRITE EarnLine FROM EarnTotalLine AFTER ADVANCING 1 LINE
           MOVE ExpiredCount TO PrnExpiredCount
           MOVE ExpiredPoints TO PrnExpiredPoints
           WRITE EarnLine FROM ExpireTotalLine AFTER ADVANCING 1 LINE
           CLOSE EarnReport
           DISPLAY "Loyalty points - " EarnedCount " invoices earned, "
               ExpiredCount " holders expired"
           MOVE "END" TO RunLogEvent
           MOVE EarnedCount TO RunLogCount
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

      *Points unspent this many months after they were earned lapse;
      *without a control record they last two years.
       ReadLoyaltyControl.
       OPEN INPUT LoyCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END
                   IF LcExpiryMonths IS NUMERIC
                       MOVE LcExpiryMonths TO ExpiryMonths
                   END-IF
           END-READ
           CLOSE LoyCtlFile
       END-IF
       MOVE WSBusDate TO CutoffDate
       COMPUTE MonthNumber = CutoffYear * 12 + CutoffMonth - 1
           - ExpiryMonths
       DIVIDE MonthNumber BY 12 GIVING CutoffYear
           REMAINDER CutoffMonth
       ADD 1 TO CutoffMonth
       IF CutoffDay > 28
           MOVE 28 TO CutoffDay
       END-IF.

       LoadRateTable.
       MOVE ZERO TO RateCount
       MOVE ZERO TO DefaultRate
       MOVE "N" TO RatesFoundFlag
       OPEN INPUT LoyRateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO LrItemCode
           PERFORM LoadOneRate UNTIL LoyRateEOF
           CLOSE LoyRateFile
       END-IF.

       LoadOneRate.
       READ LoyRateFile
           AT END SET LoyRateEOF TO TRUE
           NOT AT END
               IF LrItemCode NOT = SPACES AND LrRate IS NUMERIC
                   MOVE "Y" TO RatesFoundFlag
                   IF LrItemCode = "*"
                       MOVE LrRate TO DefaultRate
                   ELSE
                       IF RateCount < 500
                           ADD 1 TO RateCount
                           MOVE LrItemCode TO RTItemCode(RateCount)
                           MOVE LrRate TO RTRate(RateCount)
                       END-IF
                   END-IF
               END-IF
       END-READ.

      *One pass of the ledger gives the points still standing on
      *each invoice, and for each holder the points earned on or
      *before the expiry cutoff and everything taken off since.  A
      *reversal of points old enough to expire comes off the old
      *earnings rather than counting as spending.
       LoadLedgerTotals.
       MOVE ZERO TO AwardCount
       MOVE ZERO TO HolderCount
       OPEN INPUT LoyaltyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LoyEOFFlag
           PERFORM LoadOneLedgerEntry UNTIL LoyEOF
           CLOSE LoyaltyFile
       END-IF.

       LoadOneLedgerEntry.
       READ LoyaltyFile
           AT END SET LoyEOF TO TRUE
           NOT AT END
               MOVE ZERO TO AwardFoundIdx
               IF LyEarned OR LyReversed
                   PERFORM AddAwardTotal
               END-IF
               PERFORM AddHolderTotal
       END-READ.

       AddAwardTotal.
       MOVE ZERO TO AwardFoundIdx
       PERFORM VARYING AwardIdx FROM 1 BY 1
           UNTIL AwardIdx > AwardCount OR AwardFoundIdx > ZERO
           IF AwIDNum(AwardIdx) = LyIDNum
               AND AwInvNumber(AwardIdx) = LyInvNumber
               MOVE AwardIdx TO AwardFoundIdx
           END-IF
       END-PERFORM
       IF AwardFoundIdx = ZERO AND AwardCount < 5000
           ADD 1 TO AwardCount
           MOVE AwardCount TO AwardFoundIdx
           MOVE LyIDNum TO AwIDNum(AwardFoundIdx)
           MOVE LyInvNumber TO AwInvNumber(AwardFoundIdx)
           MOVE ZERO TO AwPoints(AwardFoundIdx)
           MOVE ZEROS TO AwEarnDate(AwardFoundIdx)
       END-IF
       IF AwardFoundIdx > ZERO
           ADD LyPoints TO AwPoints(AwardFoundIdx)
           IF LyEarned
               MOVE LyDate TO AwEarnDate(AwardFoundIdx)
           END-IF
       END-IF.

       AddHolderTotal.
       MOVE ZERO TO HolderFoundIdx
       PERFORM VARYING HolderIdx FROM 1 BY 1
           UNTIL HolderIdx > HolderCount OR HolderFoundIdx > ZERO
           IF HdIDNum(HolderIdx) = LyIDNum
               MOVE HolderIdx TO HolderFoundIdx
           END-IF
       END-PERFORM
       IF HolderFoundIdx = ZERO AND HolderCount < 2000
           ADD 1 TO HolderCount
           MOVE HolderCount TO HolderFoundIdx
           MOVE LyIDNum TO HdIDNum(HolderFoundIdx)
           MOVE ZERO TO HdOldEarned(HolderFoundIdx)
           MOVE ZERO TO HdDebits(HolderFoundIdx)
       END-IF
       IF HolderFoundIdx > ZERO
           EVALUATE TRUE
               WHEN LyEarned
                   IF LyDate NOT > CutoffDate
                       ADD LyPoints TO HdOldEarned(HolderFoundIdx)
                   END-IF
               WHEN LyReversed AND AwardFoundIdx > ZERO
                   IF AwEarnDate(AwardFoundIdx) NOT = ZEROS
                       AND AwEarnDate(AwardFoundIdx) NOT > CutoffDate
                       ADD LyPoints TO HdOldEarned(HolderFoundIdx)
                   ELSE
                       ADD LyPoints TO HdDebits(HolderFoundIdx)
                   END-IF
               WHEN OTHER
                   ADD LyPoints TO HdDebits(HolderFoundIdx)
           END-EVALUATE
       END-IF.

      *An invoice earns once it is fully paid and has no points
      *standing - either never awarded or awarded and then reversed.
       SelectPaidInvoices.
       MOVE ZERO TO CandCount
       OPEN INPUT ArOpenFile
       IF WSFileStatus NOT = "00"
           DISPLAY "No open-item ledger - no points earned"
       ELSE
           MOVE "N" TO ArEOFFlag
           PERFORM SelectOneInvoice UNTIL ArEOF
           CLOSE ArOpenFile
       END-IF
       IF CandSkipped > ZERO
           DISPLAY "More than 2000 invoices to award - "
               CandSkipped " left for the next run"
       END-IF.

       SelectOneInvoice.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF (ArDocType = "I" OR ArDocType = SPACE)
                   AND ArOrigAmount > ZERO
                   AND ArPaidAmount > ZERO
                   AND ArOpenAmount NOT > ZERO
                   PERFORM CheckInvoiceAwarded
               END-IF
       END-READ.

       CheckInvoiceAwarded.
       MOVE ZERO TO WorkPoints
       PERFORM VARYING AwardIdx FROM 1 BY 1
           UNTIL AwardIdx > AwardCount
           IF AwIDNum(AwardIdx) = ArIDNum
               AND AwInvNumber(AwardIdx) = ArInvNumber
               MOVE AwPoints(AwardIdx) TO WorkPoints
           END-IF
       END-PERFORM
       IF WorkPoints NOT > ZERO
           IF CandCount < 2000
               ADD 1 TO CandCount
               MOVE ArIDNum TO CdIDNum(CandCount)
               MOVE ArInvNumber TO CdInvNumber(CandCount)
               MOVE ArOrigAmount TO CdOrigAmount(CandCount)
               MOVE ArPaidAmount TO CdPaidAmount(CandCount)
               MOVE ZERO TO CdBase(CandCount)
               MOVE "N" TO CdLinesFlag(CandCount)
           ELSE
               ADD 1 TO CandSkipped
           END-IF
       END-IF.

      *Each item line earns at its item's rate; freight earns
      *nothing.  An invoice raised without lines earns on its whole
      *amount at the general rate.
       ValueInvoiceLines.
       IF CandCount > ZERO
           OPEN INPUT InvLineFile
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
               MOVE "N" TO LineEOFFlag
               PERFORM ValueOneLine UNTIL LineEOF
               CLOSE InvLineFile
           END-IF
       END-IF
       PERFORM VARYING CandIdx FROM 1 BY 1 UNTIL CandIdx > CandCount
           IF NOT CdHasLines(CandIdx)
               COMPUTE CdBase(CandIdx) =
                   CdOrigAmount(CandIdx) * DefaultRate
           END-IF
       END-PERFORM.

       ValueOneLine.
       READ InvLineFile
           AT END SET LineEOF TO TRUE
           NOT AT END
               PERFORM VARYING CandIdx FROM 1 BY 1
                   UNTIL CandIdx > CandCount
                   IF CdIDNum(CandIdx) = LinIDNum
                       AND CdInvNumber(CandIdx) = LinInvNumber
                       MOVE "Y" TO CdLinesFlag(CandIdx)
                       IF NOT LinFreightCharge
                           AND LinItemCode NOT = SPACES
                           AND LinAmount IS NUMERIC
                           PERFORM FindLineRate
                           COMPUTE CdBase(CandIdx) = CdBase(CandIdx)
                               + LinAmount * LineRate
                       END-IF
                   END-IF
               END-PERFORM
       END-READ.

       FindLineRate.
       MOVE DefaultRate TO LineRate
       PERFORM VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount
           IF RTItemCode(RateIdx) = LinItemCode
               MOVE RTRate(RateIdx) TO LineRate
           END-IF
       END-PERFORM.

      *Points are earned on what was actually paid, so an invoice
      *partly credited before it cleared earns on the paid share.
       PostEarnedPoints.
       IF CandCount > ZERO
           PERFORM OpenLedgerForExtend
           PERFORM VARYING CandIdx FROM 1 BY 1
               UNTIL CandIdx > CandCount
               IF CdPaidAmount(CandIdx) < CdOrigAmount(CandIdx)
                   COMPUTE WorkPoints = CdBase(CandIdx)
                       * CdPaidAmount(CandIdx) / CdOrigAmount(CandIdx)
               ELSE
                   COMPUTE WorkPoints = CdBase(CandIdx)
               END-IF
               IF WorkPoints > ZERO
                   PERFORM WriteEarnedEntry
               END-IF
           END-PERFORM
           CLOSE LoyaltyFile
       END-IF.

       OpenLedgerForExtend.
       OPEN INPUT LoyaltyFile
       IF WSFileStatus = "35"
           OPEN OUTPUT LoyaltyFile
           CLOSE LoyaltyFile
       ELSE
           CLOSE LoyaltyFile
       END-IF
       OPEN EXTEND LoyaltyFile.

       WriteEarnedEntry.
       MOVE SPACES TO LoyaltyData
       MOVE CdIDNum(CandIdx) TO LyIDNum
       MOVE WSBusDate TO LyDate
       MOVE "E" TO LyType
       MOVE CdInvNumber(CandIdx) TO LyInvNumber
       MOVE WorkPoints TO LyPoints
       WRITE LoyaltyData
       ADD 1 TO EarnedCount
       ADD WorkPoints TO EarnedPoints
       MOVE CdIDNum(CandIdx) TO PrnCustID
       MOVE CdInvNumber(CandIdx) TO PrnInvNum
       MOVE CdPaidAmount(CandIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnPaidAmount
       MOVE WorkPoints TO PrnPoints
       WRITE EarnLine FROM EarnDetailLine AFTER ADVANCING 1 LINE.

      *Points are spent oldest first, so whatever was earned on or
      *before the cutoff and not since reversed, redeemed or expired
      *has lapsed.
       ExpireOldPoints.
       IF HolderCount > ZERO
           PERFORM OpenLedgerForExtend
           PERFORM VARYING HolderIdx FROM 1 BY 1
               UNTIL HolderIdx > HolderCount
               COMPUTE WorkPoints = HdOldEarned(HolderIdx)
                   + HdDebits(HolderIdx)
               IF WorkPoints > ZERO
                   PERFORM WriteExpiredEntry
               END-IF
           END-PERFORM
           CLOSE LoyaltyFile
       END-IF.

       WriteExpiredEntry.
       MOVE SPACES TO LoyaltyData
       MOVE HdIDNum(HolderIdx) TO LyIDNum
       MOVE WSBusDate TO LyDate
       MOVE "X" TO LyType
       MOVE ZEROS TO LyInvNumber
       COMPUTE LyPoints = ZERO - WorkPoints
       WRITE LoyaltyData
       ADD 1 TO ExpiredCount
       ADD WorkPoints TO ExpiredPoints
       MOVE HdIDNum(HolderIdx) TO PrnExpCustID
       MOVE LyPoints TO PrnExpPoints
       WRITE EarnLine FROM ExpireDetailLine AFTER ADVANCING 1 LINE.
