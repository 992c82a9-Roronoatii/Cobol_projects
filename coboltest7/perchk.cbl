      *Accounting period posting control service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perchk.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "Period.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PerPostFile ASSIGN TO "PerPost.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PeriodFile.
           COPY perdata.

       FD PerPostFile.
           COPY perlog.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 PeriodEOFFlag PIC X VALUE "N".
           88 PeriodEOF VALUE "Y".
       01 PeriodTable.
           02 PeriodEntry OCCURS 240 TIMES.
               03 PTMonth PIC 9(6).
               03 PTStatus PIC X.
       01 PeriodCount PIC 9(3) VALUE ZERO.
       01 PeriodIdx PIC 9(3) VALUE ZERO.
       01 CheckMonth PIC 9(6) VALUE ZEROS.
       01 CheckMonthParts REDEFINES CheckMonth.
           02 CheckYear PIC 9(4).
           02 CheckMon PIC 99.
       01 CheckStatus PIC X VALUE SPACE.
           88 CheckOpen VALUE "O" SPACE.
           88 CheckSoftClosed VALUE "S".
       01 MonthsTried PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
      *LPerFunction - C check the posting date, R check and move a
      *posting that may not go in its month to the first day of the
      *next open month, L log a posting made into a soft-closed month.
      *LPerStatus - 00 open, 01 soft-closed and allowed, 02 date
      *moved, 90 closed, 91 soft-closed and not a supervisor.  It is
      *left as it was when a posting is logged.
       01 LPerFunction PIC X.
       01 LPostDate PIC 9(8).
       01 LOperID PIC X(8).
       01 LAuth PIC X.
       01 LPostRef PIC X(20).
       01 LPerStatus PIC X(2).

       PROCEDURE DIVISION USING LPerFunction, LPostDate, LOperID,
           LAuth, LPostRef, LPerStatus.
           IF LPerFunction = "L"
               PERFORM LogPosting
           ELSE
               MOVE "00" TO LPerStatus
               PERFORM LoadPeriodTable
               MOVE LPostDate(1:6) TO CheckMonth
               PERFORM FindMonthStatus
               EVALUATE TRUE
                   WHEN CheckOpen
                       CONTINUE
                   WHEN CheckSoftClosed AND LAuth = "S"
                       AND LPerFunction = "C"
                       MOVE "01" TO LPerStatus
                   WHEN LPerFunction = "R"
                       PERFORM FindNextOpenMonth
                   WHEN CheckSoftClosed
                       MOVE "91" TO LPerStatus
                   WHEN OTHER
                       MOVE "90" TO LPerStatus
               END-EVALUATE
           END-IF

       EXIT PROGRAM.

      *The file is read on every call so that a month closed while
      *someone is keying takes effect at once.
       LoadPeriodTable.
       MOVE ZERO TO PeriodCount
       OPEN INPUT PeriodFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PeriodEOFFlag
           PERFORM LoadOnePeriod UNTIL PeriodEOF
           CLOSE PeriodFile
       END-IF.

       LoadOnePeriod.
       READ PeriodFile
           AT END SET PeriodEOF TO TRUE
           NOT AT END
               IF PeriodCount < 240
                   ADD 1 TO PeriodCount
                   MOVE PerMonth TO PTMonth(PeriodCount)
                   MOVE PerStatus TO PTStatus(PeriodCount)
               END-IF
       END-READ.

       FindMonthStatus.
       MOVE "O" TO CheckStatus
       PERFORM VARYING PeriodIdx FROM 1 BY 1
           UNTIL PeriodIdx > PeriodCount
           IF PTMonth(PeriodIdx) = CheckMonth
               MOVE PTStatus(PeriodIdx) TO CheckStatus
           END-IF
       END-PERFORM.

       FindNextOpenMonth.
       MOVE ZERO TO MonthsTried
       PERFORM UNTIL CheckOpen OR MonthsTried > 240
           IF CheckMon = 12
               ADD 1 TO CheckYear
               MOVE 1 TO CheckMon
           ELSE
               ADD 1 TO CheckMon
           END-IF
           ADD 1 TO MonthsTried
           PERFORM FindMonthStatus
       END-PERFORM
       COMPUTE LPostDate = CheckMonth * 100 + 1
       MOVE "02" TO LPerStatus.

       LogPosting.
       OPEN INPUT PerPostFile
       IF WSFileStatus = "35"
           OPEN OUTPUT PerPostFile
           CLOSE PerPostFile
       ELSE
           CLOSE PerPostFile
       END-IF
       OPEN EXTEND PerPostFile
       MOVE SPACES TO PerPostRecord
       ACCEPT PplLogDate FROM DATE YYYYMMDD
       ACCEPT PplLogTime FROM TIME
       MOVE LPostDate TO PplPostDate
       MOVE LOperID TO PplOperID
       MOVE LPostRef TO PplPostRef
       WRITE PerPostRecord
       CLOSE PerPostFile.
