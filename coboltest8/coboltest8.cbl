           SELECT TaxCompFile ASSIGN TO "TaxComp.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JurisFile ASSIGN TO "JurisMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExemptFile ASSIGN TO "TaxExempt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           02 InJurisdiction PIC X(2).
               88 TaxInputEOF VALUE HIGH-VALUE.
           02 InCurrency PIC X(3).
           02 InPrice PIC 9(6)V99.
           02 InIDNum PIC 9(7).
           02 InInvNumber PIC 9(6).
           02 InFreight PIC X.
               88 FreightLine VALUE "F".

       FD TaxReportFile.
       01 TaxReportLine PIC X(80).
       01 SortTaxRecord.
           02 SrtJuris PIC X(2).
           02 SrtCurrency PIC X(3).
           02 SrtPrice PIC 9(6)V99.
           02 SrtIDNum PIC 9(7).
           02 SrtInvNumber PIC 9(6).
           02 SrtFreight PIC X.

       FD SortedTaxFile.
       01 SortedTaxRecord.
           02 SortedJuris PIC X(2).
               88 SortedTaxEOF VALUE HIGH-VALUE.
           02 SortedCurrency PIC X(3).
           02 SortedPrice PIC 9(6)V99.
           02 SortedIDNum PIC 9(7).
           02 SortedInvNumber PIC 9(6).
           02 SortedFreight PIC X.

       FD SuspenseFile.
       01 SuspRecord.
           02 SuspJuris PIC X(2).
               88 SuspEOF VALUE HIGH-VALUE.
           02 SuspCurrency PIC X(3).
           02 SuspPrice PIC 9(6)V99.
           02 SuspIDNum PIC 9(7).
           02 SuspInvNumber PIC 9(6).
           02 SuspFreight PIC X.

       FD ExchRatesFile.
       01 ExchRateRecord.
           02 TcTaxAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 TcDate PIC 9(8).
           02 FILLER PIC X.
           02 TcIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TcInvNumber PIC 9(6).

       FD JurisFile.
       01 JurisRecord.
           02 JurCode PIC X(2).
               88 JurisEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 JurDesc PIC X(20).
           02 FILLER PIC X.
           02 JurActive PIC X.
           02 FILLER PIC X.
           02 JurFreightTax PIC X.

       FD ExemptFile.
       01 ExemptRecord.
       01 RoundDiffWork PIC S9(8)V99 VALUE ZERO.
       01 RawRounded PIC 9(8)V99 VALUE ZERO.
       01 ExemptRecCount PIC 9(6) VALUE ZERO.
       01 FreeFreightTable.
           02 FFJuris PIC X(2) OCCURS 50 TIMES.
       01 FreeFreightCount PIC 99 VALUE ZERO.
       01 FreeFreightIdx PIC 99 VALUE ZERO.
       01 FreightTaxFlag PIC X VALUE "Y".
           88 FreightNotTaxed VALUE "N".
       01 FreightExemptSales PIC 9(8)V99 VALUE ZERO.
       01 FreightExemptCount PIC 9(6) VALUE ZERO.
       01 FreightExemptLine.
           02 FILLER PIC X(20) VALUE "NON-TAXABLE FREIGHT".
           02 PrnFreightCount PIC ZZZZZ9.
           02 FILLER PIC X(7) VALUE " VALUE".
           02 PrnFreightValue PIC $$,$$$,$$9.99CR.
       01 WSExemptSigned PIC S9(8)V99 VALUE ZERO.
       01 ExemptTotalLine.
           02 FILLER PIC X(20) VALUE "EXEMPT SALES".
           02 SuspEntry OCCURS 500 TIMES.
               03 STJuris PIC X(2).
               03 STCurrency PIC X(3).
               03 STPrice PIC 9(6)V99.
               03 STIDNum PIC 9(7).
               03 STInvNumber PIC 9(6).
               03 STFreight PIC X.
       01 SuspTableCount PIC 9(3) VALUE ZERO.
       01 SuspIdx PIC 9(3) VALUE ZERO.
       01 SuspCount PIC 9(6) VALUE ZERO.
           PERFORM LoadTaxRateTable
           PERFORM LoadExchRateTable
           PERFORM LoadExemptTable
           PERFORM LoadFreeFreightTable
           IF NOT SuspenseMode
               PERFORM ReadTaxCheckpoint
           END-IF
           CALL 'formatcurrency' USING WSExemptSigned,
               PrnExemptValue
           WRITE TaxReportLine FROM ExemptTotalLine
           MOVE FreightExemptCount TO PrnFreightCount
           MOVE FreightExemptSales TO WSExemptSigned
           CALL 'formatcurrency' USING WSExemptSigned,
               PrnFreightValue
           WRITE TaxReportLine FROM FreightExemptLine
           PERFORM PrintJurisdictionSummary
           IF SuspenseMode
               CLOSE TaxReportFile, TaxAuditFile, TaxCompFile,
           PERFORM LookupTaxRate
           PERFORM LookupExchRate
           PERFORM CheckCustomerExempt
           PERFORM CheckFreightTaxable
       END-IF
       IF PriceValid AND (NOT RateFound OR NOT ExchFound)
           PERFORM DivertToSuspense
               MOVE ZERO TO TaxAmount
               ADD HomePrice TO ExemptSales
               ADD 1 TO ExemptRecCount
           ELSE
           IF FreightNotTaxed
               MOVE ZERO TO TaxAmount
               ADD HomePrice TO FreightExemptSales
               ADD 1 TO FreightExemptCount
           ELSE
               MOVE ZERO TO TaxAmount
               PERFORM ComputeComponentTaxes
           END-IF
           END-IF
           COMPUTE FullPrice ROUNDED = HomePrice + TaxAmount
           MOVE InJurisdiction TO PrnJurisdiction
           MOVE WSUseCurrency TO PrnCurrency
               MOVE HomePrice TO TcPrice
               MOVE CompTaxAmount TO TcTaxAmt
               ACCEPT TcDate FROM DATE YYYYMMDD
               MOVE InIDNum TO TcIDNum
               MOVE InInvNumber TO TcInvNumber
               WRITE TaxCompRecord
           END-IF
       END-PERFORM.
               MOVE STPrice(SuspIdx) TO InPrice
               MOVE STIDNum(SuspIdx) TO InIDNum
               MOVE STInvNumber(SuspIdx) TO InInvNumber
               MOVE STFreight(SuspIdx) TO InFreight
           END-IF
       ELSE
           READ SortedTaxFile
                   MOVE SortedPrice TO InPrice
                   MOVE SortedIDNum TO InIDNum
                   MOVE SortedInvNumber TO InInvNumber
                   MOVE SortedFreight TO InFreight
           END-READ
       END-IF.

                   MOVE SuspPrice TO STPrice(SuspTableCount)
                   MOVE SuspIDNum TO STIDNum(SuspTableCount)
                   MOVE SuspInvNumber TO STInvNumber(SuspTableCount)
                   MOVE SuspFreight TO STFreight(SuspTableCount)
               END-IF
       END-READ.

       MOVE InPrice TO SuspPrice
       MOVE InIDNum TO SuspIDNum
       MOVE InInvNumber TO SuspInvNumber
       MOVE InFreight TO SuspFreight
       WRITE SuspRecord
       ADD 1 TO SuspAbsCount
       ADD 1 TO SuspCount
           END-IF
       END-PERFORM.

      *Jurisdictions flagged N on the jurisdiction master do not tax
      *freight charges; everywhere else freight is taxed like goods.
       LoadFreeFreightTable.
       MOVE ZERO TO FreeFreightCount
       OPEN INPUT JurisFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO JurCode
           PERFORM LoadOneFreightFlag UNTIL JurisEOF
           CLOSE JurisFile
       END-IF.

       LoadOneFreightFlag.
       READ JurisFile
           AT END SET JurisEOF TO TRUE
           NOT AT END
               IF JurFreightTax = "N" AND FreeFreightCount < 50
                   ADD 1 TO FreeFreightCount
                   MOVE JurCode TO FFJuris(FreeFreightCount)
               END-IF
       END-READ.

       CheckFreightTaxable.
       MOVE "Y" TO FreightTaxFlag
       IF FreightLine
           PERFORM VARYING FreeFreightIdx FROM 1 BY 1
               UNTIL FreeFreightIdx > FreeFreightCount
               IF FFJuris(FreeFreightIdx) = InJurisdiction
                   MOVE "N" TO FreightTaxFlag
               END-IF
           END-PERFORM
       END-IF.

       LoadExchRateTable.
       MOVE ZERO TO ExchCount
       OPEN INPUT ExchRatesFile
