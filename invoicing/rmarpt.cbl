      *Nightly open returns authorization report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rmarpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RmaFile ASSIGN TO "Returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT OpenRmaReport ASSIGN TO "OpenRma.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RmaFile.
       01 RmaFileRecord PIC X(660).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD OpenRmaReport.
       01 OpenRmaLine PIC X(90).

       WORKING-STORAGE SECTION.
           COPY rmadata.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 RmaEOFFlag PIC X VALUE "N".
           88 RmaEOF VALUE "Y".
       01 RmaTable.
           02 RmaEntry PIC X(660) OCCURS 200 TIMES.
       01 RmaCount PIC 9(3) VALUE ZERO.
       01 RmaIdx PIC 9(3) VALUE ZERO.
       01 RmaLineIdx PIC 99 VALUE ZERO.
       01 RmasPurged PIC 9(5) VALUE ZERO.
       01 PurgeFlag PIC X VALUE "N".
           88 PurgeRma VALUE "Y".
       01 RetainDays PIC 9(3) VALUE 365.
       01 OverdueDays PIC 9(3) VALUE 30.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 DaysOpen PIC 9(5) VALUE ZERO.
       01 WSRmaValue PIC 9(8)V99 VALUE ZERO.
       01 OpenRmaCount PIC 9(5) VALUE ZERO.
       01 OverdueCount PIC 9(5) VALUE ZERO.
       01 TotalValue PIC 9(8)V99 VALUE ZERO.
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 OpenRmaHeading.
           02 FILLER PIC X(42) VALUE
               "RETURNS AUTHORISED NOT YET RECEIVED - AS O".
           02 FILLER PIC X(2) VALUE "F ".
           02 PrnBusDate PIC 9(8).
       01 OpenRmaColumnHeads.
           02 FILLER PIC X(40) VALUE
               "RMA    CUSTOMER INV NO RAISED    DAYS RE".
           02 FILLER PIC X(34) VALUE
               "ASON                   GOODS VALUE".
       01 OpenRmaDetailLine.
           02 PrnRmaNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRmaIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRmaInv PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRmaDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysOpen PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRmaReason PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRmaValue PIC $$,$$$,$$9.99CR.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC X(7).
       01 OpenRmaTotalLine.
           02 PrnOpenRmaCount PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE " open returns -   ".
           02 PrnOverdueCount PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE " overdue - value    ".
           02 PrnTotalValue PIC $$,$$$,$$9.99CR.
       01 RunLogJob PIC X(12) VALUE "RMARPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadRmaTable
           IF RmasPurged > ZERO
               PERFORM SaveRmaTable
               DISPLAY RmasPurged " closed returns purged"
           END-IF
           OPEN OUTPUT OpenRmaReport
           MOVE WSBusDate TO PrnBusDate
           WRITE OpenRmaLine FROM OpenRmaHeading
           MOVE SPACES TO OpenRmaLine
           WRITE OpenRmaLine
           WRITE OpenRmaLine FROM OpenRmaColumnHeads
           PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
               MOVE RmaEntry(RmaIdx) TO RmaRecord
               IF RmaAuthorized
                   PERFORM WriteOpenRmaLine
               END-IF
           END-PERFORM
           MOVE SPACES TO OpenRmaLine
           WRITE OpenRmaLine
           MOVE OpenRmaCount TO PrnOpenRmaCount
           MOVE OverdueCount TO PrnOverdueCount
           MOVE TotalValue TO WSAmtSigned
           CALL 'formatcurrency' USING WSAmtSigned, PrnTotalValue
           WRITE OpenRmaLine FROM OpenRmaTotalLine
           CLOSE OpenRmaReport
           DISPLAY "Open returns report written - " OpenRmaCount
               " open, " OverdueCount " overdue"
           MOVE "END" TO RunLogEvent
           MOVE OpenRmaCount TO RunLogCount
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

      *Closed returns are kept for RetainDays so later returns against
      *the same invoice still see what already came back.
       LoadRmaTable.
       MOVE ZERO TO RmaCount
       MOVE ZERO TO RmasPurged
       OPEN INPUT RmaFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RmaEOFFlag
           PERFORM LoadOneRma UNTIL RmaEOF
           CLOSE RmaFile
       END-IF.

       LoadOneRma.
       READ RmaFile INTO RmaRecord
           AT END SET RmaEOF TO TRUE
           NOT AT END
               PERFORM CheckRmaPurge
               IF PurgeRma
                   ADD 1 TO RmasPurged
               ELSE
               IF RmaCount < 200
                   ADD 1 TO RmaCount
                   MOVE RmaRecord TO RmaEntry(RmaCount)
               ELSE
                   DISPLAY "More than 200 returns - return "
                       RmaNumber " not loaded"
               END-IF
               END-IF
       END-READ.

       CheckRmaPurge.
       MOVE "N" TO PurgeFlag
       IF (RmaReceived OR RmaCancelled)
           AND RmaClosedDate NOT = ZEROS
           MOVE "D" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE RmaClosedDate TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00" AND DateResult > RetainDays
               MOVE "Y" TO PurgeFlag
           END-IF
       END-IF.

       SaveRmaTable.
       OPEN OUTPUT RmaFile
       PERFORM VARYING RmaIdx FROM 1 BY 1 UNTIL RmaIdx > RmaCount
           WRITE RmaFileRecord FROM RmaEntry(RmaIdx)
       END-PERFORM
       CLOSE RmaFile.

      *Goods not back within OverdueDays of the authorisation are
      *flagged for follow-up with the customer.
       WriteOpenRmaLine.
       ADD 1 TO OpenRmaCount
       MOVE ZERO TO WSRmaValue
       PERFORM VARYING RmaLineIdx FROM 1 BY 1
           UNTIL RmaLineIdx > RmaLineCount
           COMPUTE WSRmaValue = WSRmaValue
               + RmaQtyAuth(RmaLineIdx) * RmaUnitPrice(RmaLineIdx)
       END-PERFORM
       ADD WSRmaValue TO TotalValue
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE RmaDate TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE ZERO TO DaysOpen
       IF DateStatus = "00" AND DateResult > ZERO
           MOVE DateResult TO DaysOpen
       END-IF
       MOVE RmaNumber TO PrnRmaNum
       MOVE RmaIDNum TO PrnRmaIDNum
       MOVE RmaInvNumber TO PrnRmaInv
       MOVE RmaDate TO PrnRmaDate
       MOVE DaysOpen TO PrnDaysOpen
       MOVE RmaReason TO PrnRmaReason
       MOVE WSRmaValue TO WSAmtSigned
       CALL 'formatcurrency' USING WSAmtSigned, PrnRmaValue
       MOVE SPACES TO PrnOverdue
       IF DaysOpen > OverdueDays
           MOVE "OVERDUE" TO PrnOverdue
           ADD 1 TO OverdueCount
       END-IF
       WRITE OpenRmaLine FROM OpenRmaDetailLine.
