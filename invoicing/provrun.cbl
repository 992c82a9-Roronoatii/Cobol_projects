      *Month-end doubtful debt provision run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provrun.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArOpenFile ASSIGN TO "ArOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ExchRatesFile ASSIGN TO "ExchRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ProvParmFile ASSIGN TO "ProvRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ProvHistFile ASSIGN TO "ProvHist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ProvMoveFile ASSIGN TO "ProvMove.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ProvReport ASSIGN TO "DebtProv.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ArOpenFile.
           COPY ardata.

       FD CustomerFile.
           COPY custdata.

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

      *Provision parameters - CURRENT, PAST30, PAST60 and OVER60
      *hold the percentage provided against each aging bucket,
      *DISPUTED the percentage for items in dispute and DISPDAYS
      *the days past due after which a disputed item is provided
      *in full.  Items placed with an agency are always provided
      *in full.
       FD ProvParmFile.
       01 ProvParmRecord.
           02 PrmKey PIC X(8).
           02 FILLER PIC X.
           02 PrmValue PIC 9(3)V99.

       FD ProvHistFile.
       01 ProvHistRecord.
           02 PhsMonth PIC 9(6).
           02 FILLER PIC X.
           02 PhsDate PIC 9(8).
           02 FILLER PIC X.
           02 PhsAmount PIC 9(8)V99.

       FD ProvMoveFile.
       01 ProvMoveRecord.
           02 PmvDate PIC 9(8).
           02 FILLER PIC X.
           02 PmvAmount PIC S9(8)V99.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ProvReport.
       01 ProvLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 ProvMonth PIC 9(6) VALUE ZEROS.
       01 ArEOFFlag PIC X VALUE "N".
           88 ArEOF VALUE "Y".
       01 ParmEOFFlag PIC X VALUE "N".
           88 ParmEOF VALUE "Y".
       01 HistEOFFlag PIC X VALUE "N".
           88 HistEOF VALUE "Y".
       01 CustOpenFlag PIC X VALUE "N".
           88 CustomerFileOpen VALUE "Y".
       01 PctCurrent PIC 9(3)V99 VALUE 1.
       01 PctPast30 PIC 9(3)V99 VALUE 5.
       01 PctPast60 PIC 9(3)V99 VALUE 20.
       01 PctOver60 PIC 9(3)V99 VALUE 50.
       01 PctDisputed PIC 9(3)V99 VALUE 25.
       01 DisputeDays PIC 9(3) VALUE 90.
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
       01 HistTable.
           02 HistEntry OCCURS 120 TIMES.
               03 HTMonth PIC 9(6).
               03 HTDate PIC 9(8).
               03 HTAmount PIC 9(8)V99.
       01 HistCount PIC 999 VALUE ZERO.
       01 HistIdx PIC 999 VALUE ZERO.
       01 PriorMonth PIC 9(6) VALUE ZEROS.
       01 PriorProvision PIC 9(8)V99 VALUE ZERO.
       01 ProvisionMove PIC S9(8)V99 VALUE ZERO.
      *Bucket totals - 1 current, 2 1-30 days, 3 31-60 days,
      *4 over 60 days, 5 disputed, 6 disputed over the set age,
      *7 placed with an agency.
       01 BucketTotals.
           02 BucketEntry OCCURS 7 TIMES.
               03 BKBalance PIC 9(8)V99.
               03 BKProvision PIC 9(8)V99.
       01 CustBuckets.
           02 CustBucketEntry OCCURS 7 TIMES.
               03 CBBalance PIC 9(8)V99.
       01 BucketIdx PIC 9 VALUE ZERO.
       01 ItemBucket PIC 9 VALUE ZERO.
       01 ItemPct PIC 9(3)V99 VALUE ZERO.
       01 ItemProvision PIC 9(8)V99 VALUE ZERO.
       01 HomeOpen PIC S9(8)V99 VALUE ZERO.
       01 CustProvision PIC 9(8)V99 VALUE ZERO.
       01 CustBalance PIC 9(8)V99 VALUE ZERO.
       01 CustSpecial PIC 9(8)V99 VALUE ZERO.
       01 TotalBalance PIC 9(8)V99 VALUE ZERO.
       01 TotalProvision PIC 9(8)V99 VALUE ZERO.
       01 CurrentCust PIC 9(7) VALUE ZEROS.
       01 FirstItem PIC X VALUE "Y".
           88 IsFirstItem VALUE "Y".
       01 CustomerCount PIC 9(6) VALUE ZERO.
       01 ItemCount PIC 9(6) VALUE ZERO.
       01 DaysPastDue PIC S9(7) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 ProvHeading.
           02 FILLER PIC X(37) VALUE
               "DOUBTFUL DEBT PROVISION - MONTH END  ".
           02 PrnBusDate PIC 9(8).
       01 ProvColumnHeads PIC X(108) VALUE
           "Customer Name                  Current       1-30 " &
           "     31-60    Over 60  Disp/Agency     Balance   Provision".
       01 ProvCustLine.
           02 PrnCustID PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 PrnCur PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnB30 PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnB60 PIC $$$,$$9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBOver PIC $$$,$$9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnSpecial PIC $$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBalance PIC $$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProvision PIC $$$,$$9.99.
       01 BucketHeads PIC X(60) VALUE
           "Bucket                     Balance       %     Provision".
       01 BucketLine.
           02 PrnBucketName PIC X(20).
           02 PrnBucketBal PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnBucketPct PIC ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnBucketProv PIC $$,$$$,$$9.99CR.
       01 MoveLine.
           02 PrnMoveDesc PIC X(36).
           02 PrnMoveAmount PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "PROVRUN".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           MOVE WSBusDate(1:6) TO ProvMonth
           PERFORM LoadProvParameters
           PERFORM LoadExchRateTable
           PERFORM LoadProvHistory
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 7
               MOVE ZERO TO BKBalance(BucketIdx)
               MOVE ZERO TO BKProvision(BucketIdx)
           END-PERFORM
           OPEN INPUT ArOpenFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No open-item ledger - run arroll first"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CustomerFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO CustOpenFlag
               END-IF
               OPEN OUTPUT ProvReport
               MOVE WSBusDate TO PrnBusDate
               WRITE ProvLine FROM ProvHeading
               WRITE ProvLine FROM ProvColumnHeads
                   AFTER ADVANCING 2 LINES
               PERFORM ProvideOneItem UNTIL ArEOF
               IF NOT IsFirstItem
                   PERFORM PrintCustomerLine
               END-IF
               CLOSE ArOpenFile
               IF CustomerFileOpen
                   CLOSE CustomerFile
               END-IF
               PERFORM PrintBucketSummary
               COMPUTE ProvisionMove = TotalProvision - PriorProvision
               PERFORM PrintMovement
               CLOSE ProvReport
               PERFORM SaveProvHistory
               OPEN OUTPUT ProvMoveFile
               MOVE SPACES TO ProvMoveRecord
               MOVE WSBusDate TO PmvDate
               MOVE ProvisionMove TO PmvAmount
               WRITE ProvMoveRecord
               CLOSE ProvMoveFile
               MOVE TotalProvision TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnMoveAmount
               DISPLAY "Doubtful debt provision " PrnMoveAmount
                   " written to DebtProv.rpt"
               MOVE ProvisionMove TO WSAmtSigned
               CALL 'formatcurrency' USING WSAmtSigned, PrnMoveAmount
               DISPLAY "Movement on last month  " PrnMoveAmount
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ItemCount TO RunLogCount
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

       LoadProvParameters.
       OPEN INPUT ProvParmFile
       IF WSFileStatus = "35"
           PERFORM CreateDefaultParameters
           OPEN INPUT ProvParmFile
       END-IF
       MOVE "N" TO ParmEOFFlag
       PERFORM LoadOneParameter UNTIL ParmEOF
       CLOSE ProvParmFile.

       LoadOneParameter.
       READ ProvParmFile
           AT END SET ParmEOF TO TRUE
           NOT AT END
               EVALUATE PrmKey
                   WHEN "CURRENT"
                       MOVE PrmValue TO PctCurrent
                   WHEN "PAST30"
                       MOVE PrmValue TO PctPast30
                   WHEN "PAST60"
                       MOVE PrmValue TO PctPast60
                   WHEN "OVER60"
                       MOVE PrmValue TO PctOver60
                   WHEN "DISPUTED"
                       MOVE PrmValue TO PctDisputed
                   WHEN "DISPDAYS"
                       MOVE PrmValue TO DisputeDays
                   WHEN OTHER
                       DISPLAY "Unknown provision parameter " PrmKey
               END-EVALUATE
       END-READ.

       CreateDefaultParameters.
       OPEN OUTPUT ProvParmFile
       MOVE SPACES TO ProvParmRecord
       MOVE "CURRENT" TO PrmKey
       MOVE PctCurrent TO PrmValue
       WRITE ProvParmRecord
       MOVE SPACES TO ProvParmRecord
       MOVE "PAST30" TO PrmKey
       MOVE PctPast30 TO PrmValue
       WRITE ProvParmRecord
       MOVE SPACES TO ProvParmRecord
       MOVE "PAST60" TO PrmKey
       MOVE PctPast60 TO PrmValue
       WRITE ProvParmRecord
       MOVE SPACES TO ProvParmRecord
       MOVE "OVER60" TO PrmKey
       MOVE PctOver60 TO PrmValue
       WRITE ProvParmRecord
       MOVE SPACES TO ProvParmRecord
       MOVE "DISPUTED" TO PrmKey
       MOVE PctDisputed TO PrmValue
       WRITE ProvParmRecord
       MOVE SPACES TO ProvParmRecord
       MOVE "DISPDAYS" TO PrmKey
       MOVE DisputeDays TO PrmValue
       WRITE ProvParmRecord
       CLOSE ProvParmFile.

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
           IF ExcCurr(ExchIdx) = ArCurrency
               AND ExcFrom(ExchIdx) NOT > WSBusDate
               AND ExcTo(ExchIdx) NOT < WSBusDate
               MOVE ExcRate(ExchIdx) TO WSExchRate
               MOVE "Y" TO FoundExch
           END-IF
       END-PERFORM
       IF NOT ExchFound
           MOVE 1 TO WSExchRate
       END-IF.

      *The provision carried from the latest earlier month is what
      *this month's figure is compared with; a rerun in the same
      *month replaces that month's entry rather than adding to it.
       LoadProvHistory.
       MOVE ZERO TO HistCount
       OPEN INPUT ProvHistFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO HistEOFFlag
           PERFORM LoadOneHistory UNTIL HistEOF
           CLOSE ProvHistFile
       END-IF.

       LoadOneHistory.
       READ ProvHistFile
           AT END SET HistEOF TO TRUE
           NOT AT END
               IF PhsMonth < ProvMonth
                   IF PhsMonth > PriorMonth
                       MOVE PhsMonth TO PriorMonth
                       MOVE PhsAmount TO PriorProvision
                   END-IF
                   IF HistCount < 120
                       ADD 1 TO HistCount
                       MOVE PhsMonth TO HTMonth(HistCount)
                       MOVE PhsDate TO HTDate(HistCount)
                       MOVE PhsAmount TO HTAmount(HistCount)
                   END-IF
               END-IF
       END-READ.

       SaveProvHistory.
       OPEN OUTPUT ProvHistFile
       PERFORM VARYING HistIdx FROM 1 BY 1 UNTIL HistIdx > HistCount
           MOVE SPACES TO ProvHistRecord
           MOVE HTMonth(HistIdx) TO PhsMonth
           MOVE HTDate(HistIdx) TO PhsDate
           MOVE HTAmount(HistIdx) TO PhsAmount
           WRITE ProvHistRecord
       END-PERFORM
       MOVE SPACES TO ProvHistRecord
       MOVE ProvMonth TO PhsMonth
       MOVE WSBusDate TO PhsDate
       MOVE TotalProvision TO PhsAmount
       WRITE ProvHistRecord
       CLOSE ProvHistFile.

       ProvideOneItem.
       READ ArOpenFile
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArOpenAmount > ZERO
                   IF IsFirstItem OR ArIDNum NOT = CurrentCust
                       IF NOT IsFirstItem
                           PERFORM PrintCustomerLine
                       END-IF
                       MOVE "N" TO FirstItem
                       MOVE ArIDNum TO CurrentCust
                       PERFORM VARYING BucketIdx FROM 1 BY 1
                           UNTIL BucketIdx > 7
                           MOVE ZERO TO CBBalance(BucketIdx)
                       END-PERFORM
                       MOVE ZERO TO CustProvision
                   END-IF
                   PERFORM ProvideItem
               END-IF
       END-READ.

       ProvideItem.
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
       PERFORM LookupExchRate
       COMPUTE HomeOpen ROUNDED = ArOpenAmount * WSExchRate
       IF ArAgencyPlaced
           MOVE 7 TO ItemBucket
           MOVE 100 TO ItemPct
       ELSE
       IF ArDispute = "D"
           IF DaysPastDue > DisputeDays
               MOVE 6 TO ItemBucket
               MOVE 100 TO ItemPct
           ELSE
               MOVE 5 TO ItemBucket
               MOVE PctDisputed TO ItemPct
           END-IF
       ELSE
           EVALUATE TRUE
               WHEN DaysPastDue <= 0
                   MOVE 1 TO ItemBucket
                   MOVE PctCurrent TO ItemPct
               WHEN DaysPastDue <= 30
                   MOVE 2 TO ItemBucket
                   MOVE PctPast30 TO ItemPct
               WHEN DaysPastDue <= 60
                   MOVE 3 TO ItemBucket
                   MOVE PctPast60 TO ItemPct
               WHEN OTHER
                   MOVE 4 TO ItemBucket
                   MOVE PctOver60 TO ItemPct
           END-EVALUATE
       END-IF
       END-IF
       COMPUTE ItemProvision ROUNDED = HomeOpen * ItemPct / 100
       ADD HomeOpen TO CBBalance(ItemBucket)
       ADD HomeOpen TO BKBalance(ItemBucket)
       ADD ItemProvision TO BKProvision(ItemBucket)
       ADD ItemProvision TO CustProvision
       ADD ItemProvision TO TotalProvision
       ADD HomeOpen TO TotalBalance
       ADD 1 TO ItemCount.

       PrintCustomerLine.
       ADD 1 TO CustomerCount
       MOVE CurrentCust TO PrnCustID
       MOVE "NOT ON FILE" TO PrnCustName
       IF CustomerFileOpen
           MOVE CurrentCust TO IDNum
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO PrnCustName
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SPACE
                       INTO PrnCustName
           END-READ
       END-IF
       COMPUTE CustSpecial = CBBalance(5) + CBBalance(6)
           + CBBalance(7)
       COMPUTE CustBalance = CBBalance(1) + CBBalance(2)
           + CBBalance(3) + CBBalance(4) + CustSpecial
       MOVE CBBalance(1) TO PrnCur
       MOVE CBBalance(2) TO PrnB30
       MOVE CBBalance(3) TO PrnB60
       MOVE CBBalance(4) TO PrnBOver
       MOVE CustSpecial TO PrnSpecial
       MOVE CustBalance TO PrnBalance
       MOVE CustProvision TO PrnProvision
       WRITE ProvLine FROM ProvCustLine AFTER ADVANCING 1 LINE.

       PrintBucketSummary.
       WRITE ProvLine FROM BucketHeads AFTER ADVANCING 3 LINES
       PERFORM PrintOneBucket
           VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 7
       MOVE "TOTAL" TO PrnBucketName
       MOVE TotalBalance TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBucketBal
       MOVE ZERO TO PrnBucketPct
       MOVE TotalProvision TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBucketProv
       WRITE ProvLine FROM BucketLine AFTER ADVANCING 2 LINES.

       PrintOneBucket.
       EVALUATE BucketIdx
           WHEN 1
               MOVE "CURRENT" TO PrnBucketName
               MOVE PctCurrent TO PrnBucketPct
           WHEN 2
               MOVE "1-30 PAST DUE" TO PrnBucketName
               MOVE PctPast30 TO PrnBucketPct
           WHEN 3
               MOVE "31-60 PAST DUE" TO PrnBucketName
               MOVE PctPast60 TO PrnBucketPct
           WHEN 4
               MOVE "OVER 60 PAST DUE" TO PrnBucketName
               MOVE PctOver60 TO PrnBucketPct
           WHEN 5
               MOVE "DISPUTED" TO PrnBucketName
               MOVE PctDisputed TO PrnBucketPct
           WHEN 6
               MOVE "DISPUTED - AGED" TO PrnBucketName
               MOVE 100 TO PrnBucketPct
           WHEN OTHER
               MOVE "AGENCY PLACED" TO PrnBucketName
               MOVE 100 TO PrnBucketPct
       END-EVALUATE
       MOVE BKBalance(BucketIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBucketBal
       MOVE BKProvision(BucketIdx) TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnBucketProv
       WRITE ProvLine FROM BucketLine AFTER ADVANCING 1 LINE.

       PrintMovement.
       MOVE "PROVISION REQUIRED THIS MONTH     :" TO PrnMoveDesc
       MOVE TotalProvision TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoveAmount
       WRITE ProvLine FROM MoveLine AFTER ADVANCING 3 LINES
       MOVE "PROVISION HELD FROM LAST MONTH    :" TO PrnMoveDesc
       MOVE PriorProvision TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoveAmount
       WRITE ProvLine FROM MoveLine AFTER ADVANCING 1 LINE
       IF ProvisionMove < ZERO
           MOVE "DECREASE RELEASED TO THE LEDGER   :" TO PrnMoveDesc
       ELSE
           MOVE "INCREASE CHARGED TO THE LEDGER    :" TO PrnMoveDesc
       END-IF
       MOVE ProvisionMove TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnMoveAmount
       WRITE ProvLine FROM MoveLine AFTER ADVANCING 1 LINE.
