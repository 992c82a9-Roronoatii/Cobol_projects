           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxRevFile ASSIGN TO "TaxRev.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RemitReport ASSIGN TO "TaxRemit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 TcTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcDate PIC 9(8).
           02 FILLER PIC X.
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TcInvNumber PIC 9(6).

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

       FD RemitReport.
       01 RemitLine PIC X(80).
               03 RmSales PIC 9(10)V99.
               03 RmTax PIC 9(10)V99.
               03 RmCount PIC 9(6).
               03 RmReversed PIC 9(10)V99.
       01 RemitCount PIC 99 VALUE ZERO.
       01 RemitIdx PIC 99 VALUE ZERO.
       01 RmFoundIdx PIC 99 VALUE ZERO.
       01 WSYearRemainder PIC 9(4) VALUE ZERO.
       01 TotalSales PIC 9(10)V99 VALUE ZERO.
       01 TotalTax PIC 9(10)V99 VALUE ZERO.
       01 TotalReversed PIC 9(10)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 RemitHeading.
           02 FILLER PIC X(25) VALUE "TAX REMITTANCE - PERIOD ".
           02 PrnTotSales PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnTotTax PIC $$,$$$,$$9.99CR.
       01 ReversalHeading PIC X(44) VALUE
           "TAX REVERSED ON RETURNED GOODS".
       01 ReversalDetailLine.
           02 PrnRvJuris PIC X(2).
           02 FILLER PIC X(26) VALUE SPACE.
           02 PrnRvTax PIC $$,$$$,$$9.99CR.
       01 NetTaxLine.
           02 FILLER PIC X(28) VALUE "NET TAX DUE FOR PERIOD".
           02 PrnNetTax PIC $$,$$$,$$9.99CR.
       01 CompTable.
           02 CompEntry OCCURS 100 TIMES.
               03 CmpJuris PIC X(2).
           ELSE
               PERFORM ScanTaxAudit
               PERFORM ScanComponentLog
               PERFORM ScanTaxReversals
               PERFORM PrintRemitReport
               DISPLAY "Remittance report written to TaxRemit.rpt"
           END-IF
           MOVE ZERO TO RmSales(RmFoundIdx)
           MOVE ZERO TO RmTax(RmFoundIdx)
           MOVE ZERO TO RmCount(RmFoundIdx)
           MOVE ZERO TO RmReversed(RmFoundIdx)
       END-IF
       IF RmFoundIdx > ZERO
           ADD AudPrice TO RmSales(RmFoundIdx)
           ADD 1 TO CmpCount(CmpFoundIdx)
       END-IF.

      *Tax handed back on credit memos for returned goods comes off
      *what is owed to each jurisdiction for the period.
       ScanTaxReversals.
       OPEN INPUT TaxRevFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TrvJurisdiction
           PERFORM TallyReversalRecord UNTIL TaxRevEOF
           CLOSE TaxRevFile
       END-IF.

       TallyReversalRecord.
       READ TaxRevFile
           AT END SET TaxRevEOF TO TRUE
           NOT AT END
               IF TrvDate NOT < FromDate AND TrvDate NOT > ToDate
                   PERFORM TallyReversalEntry
               END-IF
       END-READ.

       TallyReversalEntry.
       MOVE ZERO TO RmFoundIdx
       PERFORM VARYING RemitIdx FROM 1 BY 1
           UNTIL RemitIdx > RemitCount
           IF RmJuris(RemitIdx) = TrvJurisdiction
               MOVE RemitIdx TO RmFoundIdx
           END-IF
       END-PERFORM
       IF RmFoundIdx = ZERO AND RemitCount < 50
           ADD 1 TO RemitCount
           MOVE RemitCount TO RmFoundIdx
           MOVE TrvJurisdiction TO RmJuris(RmFoundIdx)
           MOVE ZERO TO RmSales(RmFoundIdx)
           MOVE ZERO TO RmTax(RmFoundIdx)
           MOVE ZERO TO RmCount(RmFoundIdx)
           MOVE ZERO TO RmReversed(RmFoundIdx)
       END-IF
       IF RmFoundIdx > ZERO
           ADD TrvTaxAmt TO RmReversed(RmFoundIdx)
           ADD TrvTaxAmt TO TotalReversed
       END-IF.

       PrintReversals.
       IF TotalReversed > ZERO
           WRITE RemitLine FROM ReversalHeading
               AFTER ADVANCING 3 LINES
           PERFORM VARYING RemitIdx FROM 1 BY 1
               UNTIL RemitIdx > RemitCount
               IF RmReversed(RemitIdx) > ZERO
                   MOVE RmJuris(RemitIdx) TO PrnRvJuris
                   MOVE RmReversed(RemitIdx) TO WSAmtSigned
                   CALL 'formatcurrency' USING WSAmtSigned, PrnRvTax
                   WRITE RemitLine FROM ReversalDetailLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           COMPUTE WSAmtSigned = TotalTax - TotalReversed
           CALL 'formatcurrency' USING WSAmtSigned, PrnNetTax
           WRITE RemitLine FROM NetTaxLine AFTER ADVANCING 2 LINES
       END-IF.

       PrintComponentBreakdown.
       IF CompCount > ZERO
           WRITE RemitLine FROM CompHeading
       MOVE TotalTax TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnTotTax
       WRITE RemitLine FROM RemitTotalLine AFTER ADVANCING 2 LINES
       PERFORM PrintReversals
       PERFORM FlagQuietDays
       PERFORM PrintComponentBreakdown
       PERFORM PrintBackupSchedule
