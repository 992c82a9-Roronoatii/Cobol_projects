      *Daily cash receipts journal and deposit slip
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rcptjrnl.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaymentFile ASSIGN TO "Payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT EodPayFile ASSIGN TO "EodPay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JournalReport ASSIGN TO "RcptJrnl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PaymentFile.
           COPY paydata.

       FD CustomerFile.
           COPY custdata.

       FD EodPayFile.
       01 EodPayRecord.
           02 EpyDate PIC 9(8).
           02 FILLER PIC X.
           02 EpyRcptCount PIC 9(6).
           02 FILLER PIC X.
           02 EpyRcptValue PIC 9(9)V99.
           02 FILLER PIC X.
           02 EpyRevCount PIC 9(6).
           02 FILLER PIC X.
           02 EpyRevValue PIC 9(9)V99.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD JournalReport.
       01 JournalLine PIC X(96).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PayEOFFlag PIC X VALUE "N".
           88 PayEOF VALUE "Y".
       01 CustOpenFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 DayFullFlag PIC X VALUE "N".
           88 DayTableFull VALUE "Y".
       01 DayTable.
           02 DayEntry OCCURS 2000 TIMES.
               03 DTCustID PIC 9(7).
               03 DTInvNum PIC 9(6).
               03 DTAmount PIC 9(6)V99.
               03 DTCurrency PIC X(3).
               03 DTType PIC X.
               03 DTSource PIC X(3).
       01 DayCount PIC 9(4) VALUE ZERO.
       01 DayIdx PIC 9(4) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry OCCURS 60 TIMES.
               03 GRSortKey.
                   04 GRRank PIC 99.
                   04 GRSource PIC X(3).
                   04 GRCurrency PIC X(3).
               03 GRCount PIC 9(4).
               03 GRTotal PIC S9(9)V99.
       01 GroupCount PIC 99 VALUE ZERO.
       01 GroupIdx PIC 99 VALUE ZERO.
       01 SwapIdx PIC 99 VALUE ZERO.
       01 SwapEntry PIC X(23).
       01 SortSwapped PIC X VALUE "N".
           88 GroupsSwapped VALUE "Y".
       01 GroupFoundFlag PIC X VALUE "N".
           88 GroupFound VALUE "Y".
       01 WantedSource PIC X(3) VALUE SPACE.
       01 WantedRank PIC 99 VALUE ZERO.
       01 CurTable.
           02 CurEntry OCCURS 20 TIMES.
               03 CTCurrency PIC X(3).
               03 CTRcptCount PIC 9(5).
               03 CTRcptValue PIC 9(9)V99.
               03 CTRevCount PIC 9(5).
               03 CTRevValue PIC 9(9)V99.
       01 CurCount PIC 99 VALUE ZERO.
       01 CurIdx PIC 99 VALUE ZERO.
       01 RunningTotal PIC S9(9)V99 VALUE ZERO.
       01 SlipItem PIC 9(4) VALUE ZERO.
       01 SlipTotal PIC 9(9)V99 VALUE ZERO.
       01 JrnRcptCount PIC 9(6) VALUE ZERO.
       01 JrnRcptValue PIC 9(9)V99 VALUE ZERO.
       01 JrnRevCount PIC 9(6) VALUE ZERO.
       01 JrnRevValue PIC 9(9)V99 VALUE ZERO.
       01 EodFoundFlag PIC X VALUE "N".
           88 EodFiguresFound VALUE "Y".
       01 TieFlag PIC X VALUE "Y".
           88 JournalTies VALUE "Y".
       01 CountDiff PIC S9(6) VALUE ZERO.
       01 ValueDiff PIC S9(9)V99 VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "RCPTJRNL".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 JrnHeading.
           02 FILLER PIC X(38) VALUE
               "CASH RECEIPTS JOURNAL - BUSINESS DATE ".
           02 PrnBusDate PIC 9(8).
       01 JrnGroupLine.
           02 FILLER PIC X(8) VALUE "Source  ".
           02 PrnGrpSource PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGrpName PIC X(30).
           02 FILLER PIC X(10) VALUE "Currency  ".
           02 PrnGrpCurrency PIC X(3).
       01 JrnColumnHeads PIC X(96) VALUE
           "  Customer Name                         Invoice Type" &
           "          Amount   Running total".
       01 JrnDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJrnCust PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnJrnName PIC X(28).
           02 FILLER PIC X VALUE SPACE.
           02 PrnJrnInv PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJrnType PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 PrnJrnAmount PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnJrnRunning PIC $$$$,$$$,$$9.99CR.
       01 JrnGroupTotalLine.
           02 FILLER PIC X(13) VALUE "  Total for  ".
           02 PrnGtSource PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnGtCurrency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnGtCount PIC ZZZ9.
           02 FILLER PIC X(6) VALUE " items".
           02 FILLER PIC X(30) VALUE SPACE.
           02 PrnGtTotal PIC $$$$,$$$,$$9.99CR.
       01 JrnCurrencyLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtCurrency PIC X(3).
           02 FILLER PIC X(11) VALUE "  Receipts ".
           02 PrnCtRcptCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCtRcpt PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(12) VALUE "  Reversals ".
           02 PrnCtRevCount PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCtRev PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(6) VALUE "  Net ".
           02 PrnCtNet PIC $$$$,$$$,$$9.99CR.
       01 SlipHeading.
           02 FILLER PIC X(40) VALUE
               "DEPOSIT SLIP - MANUAL RECEIPTS - DATE  ".
           02 PrnSlipDate PIC 9(8).
           02 FILLER PIC X(12) VALUE "  CURRENCY  ".
           02 PrnSlipCurrency PIC X(3).
       01 SlipColumnHeads PIC X(96) VALUE
           "  Item  Customer Name                         Invoice" &
           "          Amount".
       01 SlipDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipItem PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipCust PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSlipName PIC X(28).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSlipInv PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipAmount PIC $$$$,$$$,$$9.99.
       01 SlipTotalLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSlipCount PIC ZZZ9.
           02 FILLER PIC X(40) VALUE
               " items                    Total deposit".
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnSlipTotal PIC $$$$,$$$,$$9.99.
       01 SlipSignLine PIC X(96) VALUE
           "  Prepared by ____________  Checked by ____________  " &
           "Bank stamp".
       01 TieHeading PIC X(96) VALUE
           "  Agreement with end-of-day balancing  Journal" &
           "          EODBAL".
       01 TieCountLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieText PIC X(38).
           02 PrnTieJrnCount PIC ZZZZZ9.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnTieEodCount PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieCountNote PIC X(20).
       01 TieValueLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieValText PIC X(30).
           02 PrnTieJrnValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieEodValue PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieValueNote PIC X(20).
       01 TieNoteLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTieNote PIC X(60).

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadDayPayments
           IF DayTableFull
               DISPLAY "More than 2000 payments or 60 route and " &
                   "currency groups for " WSBusDate
               DISPLAY "Receipts journal abandoned"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM PrintJournal
               IF JournalTies
                   DISPLAY "Receipts journal complete - " DayCount
                       " items, agrees with end-of-day balancing"
               ELSE
                   DISPLAY "Receipts journal does not agree with " &
                       "end-of-day balancing - see RcptJrnl.rpt"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE DayCount TO RunLogCount
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

       LoadDayPayments.
       MOVE ZERO TO DayCount
       OPEN INPUT PaymentFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PayEOFFlag
           PERFORM LoadOnePayment UNTIL PayEOF
           CLOSE PaymentFile
       END-IF.

      *Records written before the posting route was carried count as
      *manual receipts, or as payrev reversals.
       LoadOnePayment.
       READ PaymentFile
           AT END SET PayEOF TO TRUE
           NOT AT END
               IF PayDate = WSBusDate
                   IF DayCount < 2000
                       ADD 1 TO DayCount
                       MOVE PayIDNum TO DTCustID(DayCount)
                       MOVE PayInvNumber TO DTInvNum(DayCount)
                       MOVE PayAmount TO DTAmount(DayCount)
                       MOVE PayCurrency TO DTCurrency(DayCount)
                       MOVE PayType TO DTType(DayCount)
                       MOVE PaySource TO DTSource(DayCount)
                       IF PaySource = SPACES
                           IF PayReversal
                               MOVE "REV" TO DTSource(DayCount)
                           ELSE
                               MOVE "MAN" TO DTSource(DayCount)
                           END-IF
                       END-IF
                       PERFORM AddToGroup
                   ELSE
                       SET DayTableFull TO TRUE
                       SET PayEOF TO TRUE
                   END-IF
               END-IF
       END-READ.

       AddToGroup.
       MOVE DTSource(DayCount) TO WantedSource
       PERFORM SetSourceRank
       MOVE "N" TO GroupFoundFlag
       PERFORM VARYING GroupIdx FROM 1 BY 1
           UNTIL GroupIdx > GroupCount OR GroupFound
           IF GRSource(GroupIdx) = DTSource(DayCount)
               AND GRCurrency(GroupIdx) = DTCurrency(DayCount)
               MOVE "Y" TO GroupFoundFlag
           END-IF
       END-PERFORM
       IF NOT GroupFound
           IF GroupCount < 60
               ADD 1 TO GroupCount
               MOVE WantedRank TO GRRank(GroupCount)
               MOVE DTSource(DayCount) TO GRSource(GroupCount)
               MOVE DTCurrency(DayCount) TO GRCurrency(GroupCount)
               MOVE ZERO TO GRCount(GroupCount)
               MOVE ZERO TO GRTotal(GroupCount)
           ELSE
               SET DayTableFull TO TRUE
               SET PayEOF TO TRUE
           END-IF
       END-IF.

      *Routes print in the order the money arrives - counter cheques
      *first, then the bank-fed routes, then reversals.
       SetSourceRank.
       EVALUATE WantedSource
           WHEN "MAN" MOVE 1 TO WantedRank
           WHEN "LBX" MOVE 2 TO WantedRank
           WHEN "CRD" MOVE 3 TO WantedRank
           WHEN "DDC" MOVE 4 TO WantedRank
           WHEN "AGY" MOVE 5 TO WantedRank
           WHEN "DDR" MOVE 6 TO WantedRank
           WHEN "REV" MOVE 7 TO WantedRank
           WHEN OTHER MOVE 99 TO WantedRank
       END-EVALUATE.

       SetSourceName.
       EVALUATE GRSource(GroupIdx)
           WHEN "MAN" MOVE "Manual receipts (payent)" TO PrnGrpName
           WHEN "LBX" MOVE "Lockbox" TO PrnGrpName
           WHEN "CRD" MOVE "Card settlements" TO PrnGrpName
           WHEN "DDC" MOVE "Direct debit collections" TO PrnGrpName
           WHEN "AGY" MOVE "Agency recoveries" TO PrnGrpName
           WHEN "DDR" MOVE "Direct debit returns" TO PrnGrpName
           WHEN "REV" MOVE "Payment reversals (payrev)" TO PrnGrpName
           WHEN OTHER MOVE "Other" TO PrnGrpName
       END-EVALUATE.

       PrintJournal.
       MOVE "N" TO CustOpenFlag
       OPEN INPUT CustomerFile
       IF WSFileStatus = "00"
           MOVE "Y" TO CustOpenFlag
       END-IF
       OPEN OUTPUT JournalReport
       MOVE WSBusDate TO PrnBusDate
       WRITE JournalLine FROM JrnHeading
       IF DayCount = ZERO
           MOVE "No receipts posted for the business date" TO
               JournalLine
           WRITE JournalLine AFTER ADVANCING 2 LINES
       ELSE
           PERFORM SortGroups
           PERFORM PrintOneGroup
               VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx > GroupCount
           PERFORM PrintCurrencyTotals
           PERFORM PrintDepositSlip
               VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx > GroupCount
       END-IF
       PERFORM TieToEndOfDay
       CLOSE JournalReport
       IF CustomerFileOpen
           CLOSE CustomerFile
       END-IF.

       SortGroups.
       MOVE "Y" TO SortSwapped
       PERFORM UNTIL NOT GroupsSwapped
           MOVE "N" TO SortSwapped
           PERFORM VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx >= GroupCount
               COMPUTE SwapIdx = GroupIdx + 1
               IF GRSortKey(GroupIdx) > GRSortKey(SwapIdx)
                   MOVE GroupEntry(GroupIdx) TO SwapEntry
                   MOVE GroupEntry(SwapIdx) TO GroupEntry(GroupIdx)
                   MOVE SwapEntry TO GroupEntry(SwapIdx)
                   MOVE "Y" TO SortSwapped
               END-IF
           END-PERFORM
       END-PERFORM.

       PrintOneGroup.
       MOVE GRSource(GroupIdx) TO PrnGrpSource
       MOVE GRCurrency(GroupIdx) TO PrnGrpCurrency
       PERFORM SetSourceName
       WRITE JournalLine FROM JrnGroupLine AFTER ADVANCING 2 LINES
       WRITE JournalLine FROM JrnColumnHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO RunningTotal
       PERFORM PrintOneReceipt
           VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > DayCount
       MOVE GRSource(GroupIdx) TO PrnGtSource
       MOVE GRCurrency(GroupIdx) TO PrnGtCurrency
       MOVE GRCount(GroupIdx) TO PrnGtCount
       MOVE RunningTotal TO GRTotal(GroupIdx)
       MOVE RunningTotal TO PrnGtTotal
       WRITE JournalLine FROM JrnGroupTotalLine
           AFTER ADVANCING 1 LINE.

       PrintOneReceipt.
       IF DTSource(DayIdx) = GRSource(GroupIdx)
           AND DTCurrency(DayIdx) = GRCurrency(GroupIdx)
           ADD 1 TO GRCount(GroupIdx)
           PERFORM FindCurrencyTotal
           MOVE SPACES TO PrnJrnType
           IF DTType(DayIdx) = "R"
               SUBTRACT DTAmount(DayIdx) FROM RunningTotal
               ADD 1 TO JrnRevCount
               ADD DTAmount(DayIdx) TO JrnRevValue
               ADD 1 TO CTRevCount(CurIdx)
               ADD DTAmount(DayIdx) TO CTRevValue(CurIdx)
               MOVE "REV" TO PrnJrnType
               COMPUTE PrnJrnAmount = ZERO - DTAmount(DayIdx)
           ELSE
               ADD DTAmount(DayIdx) TO RunningTotal
               ADD 1 TO JrnRcptCount
               ADD DTAmount(DayIdx) TO JrnRcptValue
               ADD 1 TO CTRcptCount(CurIdx)
               ADD DTAmount(DayIdx) TO CTRcptValue(CurIdx)
               IF DTType(DayIdx) = "P"
                   MOVE "PEND" TO PrnJrnType
               END-IF
               MOVE DTAmount(DayIdx) TO PrnJrnAmount
           END-IF
           MOVE DTCustID(DayIdx) TO PrnJrnCust
           PERFORM LookupCustomerName
           MOVE CustName TO PrnJrnName
           MOVE DTInvNum(DayIdx) TO PrnJrnInv
           MOVE RunningTotal TO PrnJrnRunning
           WRITE JournalLine FROM JrnDetailLine
               AFTER ADVANCING 1 LINE
       END-IF.

       LookupCustomerName.
       IF CustomerFileOpen
           MOVE DTCustID(DayIdx) TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "(customer not on file)" TO CustName
           END-READ
       ELSE
           MOVE SPACES TO CustName
       END-IF.

       FindCurrencyTotal.
       MOVE "N" TO GroupFoundFlag
       PERFORM VARYING CurIdx FROM 1 BY 1
           UNTIL CurIdx > CurCount OR GroupFound
           IF CTCurrency(CurIdx) = DTCurrency(DayIdx)
               MOVE "Y" TO GroupFoundFlag
           END-IF
       END-PERFORM
       IF GroupFound
           SUBTRACT 1 FROM CurIdx
       ELSE
           IF CurCount < 20
               ADD 1 TO CurCount
               MOVE CurCount TO CurIdx
               MOVE DTCurrency(DayIdx) TO CTCurrency(CurIdx)
               MOVE ZERO TO CTRcptCount(CurIdx)
               MOVE ZERO TO CTRcptValue(CurIdx)
               MOVE ZERO TO CTRevCount(CurIdx)
               MOVE ZERO TO CTRevValue(CurIdx)
           ELSE
               MOVE CurCount TO CurIdx
           END-IF
       END-IF.

       PrintCurrencyTotals.
       MOVE "Totals by currency" TO JournalLine
       WRITE JournalLine AFTER ADVANCING 2 LINES
       PERFORM VARYING CurIdx FROM 1 BY 1 UNTIL CurIdx > CurCount
           MOVE CTCurrency(CurIdx) TO PrnCtCurrency
           MOVE CTRcptCount(CurIdx) TO PrnCtRcptCount
           MOVE CTRcptValue(CurIdx) TO PrnCtRcpt
           MOVE CTRevCount(CurIdx) TO PrnCtRevCount
           MOVE CTRevValue(CurIdx) TO PrnCtRev
           COMPUTE PrnCtNet = CTRcptValue(CurIdx)
               - CTRevValue(CurIdx)
           WRITE JournalLine FROM JrnCurrencyLine
               AFTER ADVANCING 1 LINE
       END-PERFORM.

      *One slip per currency for the cheques keyed at the counter
      *through payent, ready to go to the bank with the batch.
       PrintDepositSlip.
       IF GRSource(GroupIdx) = "MAN"
           MOVE WSBusDate TO PrnSlipDate
           MOVE GRCurrency(GroupIdx) TO PrnSlipCurrency
           MOVE ALL "-" TO JournalLine
           WRITE JournalLine AFTER ADVANCING 3 LINES
           WRITE JournalLine FROM SlipHeading AFTER ADVANCING 1 LINE
           WRITE JournalLine FROM SlipColumnHeads
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO SlipItem
           MOVE ZERO TO SlipTotal
           PERFORM PrintOneSlipItem
               VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > DayCount
           MOVE SlipItem TO PrnSlipCount
           MOVE SlipTotal TO PrnSlipTotal
           WRITE JournalLine FROM SlipTotalLine
               AFTER ADVANCING 2 LINES
           WRITE JournalLine FROM SlipSignLine
               AFTER ADVANCING 3 LINES
       END-IF.

       PrintOneSlipItem.
       IF DTSource(DayIdx) = "MAN"
           AND DTCurrency(DayIdx) = GRCurrency(GroupIdx)
           AND DTType(DayIdx) NOT = "R"
           ADD 1 TO SlipItem
           ADD DTAmount(DayIdx) TO SlipTotal
           MOVE SlipItem TO PrnSlipItem
           MOVE DTCustID(DayIdx) TO PrnSlipCust
           PERFORM LookupCustomerName
           MOVE CustName TO PrnSlipName
           MOVE DTInvNum(DayIdx) TO PrnSlipInv
           MOVE DTAmount(DayIdx) TO PrnSlipAmount
           WRITE JournalLine FROM SlipDetailLine
               AFTER ADVANCING 1 LINE
       END-IF.

      *The journal must carry the same receipts and reversals that
      *end-of-day balancing counted for the business date.
       TieToEndOfDay.
       MOVE "N" TO EodFoundFlag
       OPEN INPUT EodPayFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ EodPayFile
               AT END CONTINUE
               NOT AT END
                   IF EpyDate = WSBusDate
                       MOVE "Y" TO EodFoundFlag
                   END-IF
           END-READ
           CLOSE EodPayFile
       END-IF
       MOVE ALL "-" TO JournalLine
       WRITE JournalLine AFTER ADVANCING 3 LINES
       WRITE JournalLine FROM TieHeading AFTER ADVANCING 1 LINE
       IF NOT EodFiguresFound
           MOVE "N" TO TieFlag
           MOVE ZERO TO EpyRcptCount
           MOVE ZERO TO EpyRcptValue
           MOVE ZERO TO EpyRevCount
           MOVE ZERO TO EpyRevValue
           MOVE "*** NO END-OF-DAY PAYMENT FIGURES FOR THIS BUSINESS " &
               "DATE ***" TO PrnTieNote
           WRITE JournalLine FROM TieNoteLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE "Receipts count" TO PrnTieText
       MOVE JrnRcptCount TO PrnTieJrnCount
       MOVE EpyRcptCount TO PrnTieEodCount
       COMPUTE CountDiff = JrnRcptCount - EpyRcptCount
       PERFORM SetCountNote
       WRITE JournalLine FROM TieCountLine AFTER ADVANCING 1 LINE
       MOVE "Receipts value" TO PrnTieValText
       MOVE JrnRcptValue TO PrnTieJrnValue
       MOVE EpyRcptValue TO PrnTieEodValue
       COMPUTE ValueDiff = JrnRcptValue - EpyRcptValue
       PERFORM SetValueNote
       WRITE JournalLine FROM TieValueLine AFTER ADVANCING 1 LINE
       MOVE "Reversals count" TO PrnTieText
       MOVE JrnRevCount TO PrnTieJrnCount
       MOVE EpyRevCount TO PrnTieEodCount
       COMPUTE CountDiff = JrnRevCount - EpyRevCount
       PERFORM SetCountNote
       WRITE JournalLine FROM TieCountLine AFTER ADVANCING 1 LINE
       MOVE "Reversals value" TO PrnTieValText
       MOVE JrnRevValue TO PrnTieJrnValue
       MOVE EpyRevValue TO PrnTieEodValue
       COMPUTE ValueDiff = JrnRevValue - EpyRevValue
       PERFORM SetValueNote
       WRITE JournalLine FROM TieValueLine AFTER ADVANCING 1 LINE.

       SetCountNote.
       IF CountDiff = ZERO
           MOVE "AGREES" TO PrnTieCountNote
       ELSE
           MOVE "*** DIFFERENCE ***" TO PrnTieCountNote
           MOVE "N" TO TieFlag
       END-IF.

       SetValueNote.
       IF ValueDiff = ZERO
           MOVE "AGREES" TO PrnTieValueNote
       ELSE
           MOVE "*** DIFFERENCE ***" TO PrnTieValueNote
           MOVE "N" TO TieFlag
       END-IF.
