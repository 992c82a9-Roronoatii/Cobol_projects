      *Purchase orders approaching expiry or value limit
       IDENTIFICATION DIVISION.
       PROGRAM-ID. porpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFile ASSIGN TO "CustPO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT POWarnFile ASSIGN TO "POWarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PORptFile ASSIGN TO WSPORptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD POFile.
           COPY podata.

       FD CustomerFile.
           COPY custdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD POWarnFile.
       01 POWarnRecord PIC 9(2)V9.

       FD PORptFile.
       01 PORptLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSPORptName PIC X(40) VALUE "PORpt.rpt".
       01 WSRptType PIC X(10) VALUE "PORPT".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 POEOFFlag PIC X VALUE "N".
           88 POEOF VALUE "Y".
       01 CustFileFlag PIC X VALUE "N".
           88 CustFileOpen VALUE "Y".
       01 WindowIn PIC 9(3) VALUE ZERO.
       01 WindowDays PIC 9(3) VALUE 30.
       01 WarnPct PIC 9(2)V9 VALUE 10.0.
       01 WarnLevel PIC 9(8)V99 VALUE ZERO.
       01 WSLeft PIC 9(8)V99 VALUE ZERO.
       01 DaysToExpiry PIC S9(9) VALUE ZERO.
       01 NearExpiryFlag PIC X VALUE "N".
           88 NearExpiry VALUE "Y".
       01 NearLimitFlag PIC X VALUE "N".
           88 NearLimit VALUE "Y".
       01 POReadCount PIC 9(6) VALUE ZERO.
       01 ExpiryCount PIC 9(6) VALUE ZERO.
       01 LimitCount PIC 9(6) VALUE ZERO.
       01 ListedCount PIC 9(6) VALUE ZERO.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 PORptHeading.
           02 FILLER PIC X(41) VALUE
               "PURCHASE ORDERS NEARING EXPIRY OR LIMIT -".
           02 FILLER PIC X(8) VALUE " RUN OF ".
           02 PrnRunDate PIC 9(8).
       01 PORptCriteria.
           02 FILLER PIC X(16) VALUE "EXPIRING WITHIN ".
           02 PrnWindow PIC ZZ9.
           02 FILLER PIC X(31) VALUE
               " DAYS OR WITH LEFT AT OR UNDER ".
           02 PrnWarnPct PIC Z9.9.
           02 FILLER PIC X(10) VALUE "% OF LIMIT".
       01 PORptHeads.
           02 FILLER PIC X(25) VALUE "CUST ID  CUSTOMER".
           02 FILLER PIC X(16) VALUE "PO NUMBER".
           02 FILLER PIC X(13) VALUE "        LIMIT".
           02 FILLER PIC X(13) VALUE "         LEFT".
           02 FILLER PIC X(10) VALUE "  EXPIRES".
           02 FILLER PIC X(6) VALUE "  DAYS".
           02 FILLER PIC X(8) VALUE "  REASON".
       01 PORptDetail.
           02 PrnIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustName PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPONumber PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLimit PIC ZZ,ZZZ,ZZ9.99.
           02 PrnLeft PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExpiry PIC X(8).
           02 PrnDays PIC -----9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(14).
       01 PORptTotals.
           02 FILLER PIC X(18) VALUE "NEARING EXPIRY : ".
           02 PrnExpiryCount PIC ZZZZZ9.
           02 FILLER PIC X(20) VALUE "    NEARING LIMIT : ".
           02 PrnLimitCount PIC ZZZZZ9.
       01 RunLogJob PIC X(12) VALUE "PORPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *Only open purchase orders are looked at.  A PO with no expiry
      *date is checked against its limit only; one already expired
      *is listed with a negative day count until it is closed.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM ReadWarnPercent
           DISPLAY "Expiry window in days (0 = 30) : "
               WITH NO ADVANCING
           ACCEPT WindowIn
           IF WindowIn IS NUMERIC AND WindowIn > ZERO
               MOVE WindowIn TO WindowDays
           END-IF
           CALL 'rptgen' USING WSRptType, WSPORptName
           OPEN OUTPUT PORptFile
           PERFORM WriteReportHeadings
           OPEN INPUT POFile
           IF WSFileStatus = "35"
               DISPLAY "CustPO.dat not found - no purchase orders"
           ELSE
               OPEN INPUT CustomerFile
               IF WSFileStatus = "00"
                   MOVE "Y" TO CustFileFlag
               END-IF
               MOVE "N" TO POEOFFlag
               PERFORM CheckOnePO UNTIL POEOF
               CLOSE POFile
               IF CustFileOpen
                   CLOSE CustomerFile
               END-IF
           END-IF
           MOVE ExpiryCount TO PrnExpiryCount
           MOVE LimitCount TO PrnLimitCount
           WRITE PORptLine FROM PORptTotals AFTER ADVANCING 2 LINES
           CLOSE PORptFile
           DISPLAY "Purchase orders checked : " POReadCount
           DISPLAY "Purchase orders listed  : " ListedCount
           DISPLAY "Report written to " WSPORptName
           MOVE "END" TO RunLogEvent
           MOVE ListedCount TO RunLogCount
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

      *The same nearly-used-up percentage the invoicing programs warn
      *at.
       ReadWarnPercent.
       OPEN INPUT POWarnFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ POWarnFile
               AT END CONTINUE
               NOT AT END
                   IF POWarnRecord IS NUMERIC
                       MOVE POWarnRecord TO WarnPct
                   END-IF
           END-READ
           CLOSE POWarnFile
       END-IF.

       WriteReportHeadings.
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE WSToday TO PrnRunDate
       WRITE PORptLine FROM PORptHeading
       MOVE WindowDays TO PrnWindow
       MOVE WarnPct TO PrnWarnPct
       WRITE PORptLine FROM PORptCriteria AFTER ADVANCING 1 LINE
       WRITE PORptLine FROM PORptHeads AFTER ADVANCING 2 LINES.

       CheckOnePO.
       READ POFile
           AT END SET POEOF TO TRUE
           NOT AT END
               IF NOT PoClosed
                   ADD 1 TO POReadCount
                   PERFORM AssessOnePO
               END-IF
       END-READ.

       AssessOnePO.
       MOVE "N" TO NearExpiryFlag
       MOVE "N" TO NearLimitFlag
       MOVE ZERO TO DaysToExpiry
       IF PoExpiry NOT = ZEROS
           MOVE "D" TO DateFunction
           MOVE PoExpiry TO DateOne
           MOVE WSBusDate TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           MOVE DateResult TO DaysToExpiry
           IF DaysToExpiry NOT > WindowDays
               MOVE "Y" TO NearExpiryFlag
               ADD 1 TO ExpiryCount
           END-IF
       END-IF
       MOVE ZERO TO WSLeft
       IF PoUsed < PoLimit
           COMPUTE WSLeft = PoLimit - PoUsed
       END-IF
       COMPUTE WarnLevel ROUNDED = PoLimit * WarnPct / 100
       IF WSLeft NOT > WarnLevel
           MOVE "Y" TO NearLimitFlag
           ADD 1 TO LimitCount
       END-IF
       IF NearExpiry OR NearLimit
           PERFORM WritePOLine
       END-IF.

       WritePOLine.
       MOVE PoIDNum TO PrnIDNum
       MOVE SPACES TO PrnCustName
       IF CustFileOpen
           MOVE PoIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LastName TO PrnCustName
           END-READ
       END-IF
       MOVE PoNumber TO PrnPONumber
       MOVE PoLimit TO PrnLimit
       MOVE WSLeft TO PrnLeft
       IF PoExpiry = ZEROS
           MOVE "NONE" TO PrnExpiry
           MOVE ZERO TO PrnDays
       ELSE
           MOVE PoExpiry TO PrnExpiry
           MOVE DaysToExpiry TO PrnDays
       END-IF
       EVALUATE TRUE
           WHEN NearExpiry AND NearLimit
               MOVE "EXPIRY + LIMIT" TO PrnReason
           WHEN NearExpiry AND DaysToExpiry < ZERO
               MOVE "EXPIRED" TO PrnReason
           WHEN NearExpiry
               MOVE "EXPIRING" TO PrnReason
           WHEN OTHER
               MOVE "NEAR LIMIT" TO PrnReason
       END-EVALUATE
       WRITE PORptLine FROM PORptDetail AFTER ADVANCING 1 LINE
       ADD 1 TO ListedCount.
