      *Accounting period open and close maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. permnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodFile ASSIGN TO "Period.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PeriodFile.
           COPY perdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "PERMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 PeriodEOFFlag PIC X VALUE "N".
           88 PeriodEOF VALUE "Y".
       01 PeriodTable.
           02 PeriodEntry OCCURS 240 TIMES.
               03 PTMonth PIC 9(6).
               03 PTStatus PIC X.
               03 PTChangedBy PIC X(8).
               03 PTChangedOn PIC 9(8).
       01 PeriodCount PIC 9(3) VALUE ZERO.
       01 PeriodIdx PIC 9(3) VALUE ZERO.
       01 FoundIdx PIC 9(3) VALUE ZERO.
       01 InsertIdx PIC 9(3) VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewMonth PIC 9(6) VALUE ZEROS.
       01 NewMonthParts REDEFINES NewMonth.
           02 NewYear PIC 9(4).
           02 NewMon PIC 99.
       01 NewStatus PIC X VALUE SPACE.
       01 PeriodDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 PrnMonth PIC 99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X(11).
           02 FILLER PIC X(12) VALUE "  changed by".
           02 FILLER PIC X VALUE SPACE.
           02 PrnChangedBy PIC X(8).
           02 FILLER PIC X(4) VALUE " on ".
           02 PrnChangedOn PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for accounting " &
                   "period maintenance"
               GOBACK
           END-IF
           PERFORM LoadPeriodTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListPeriods
               DISPLAY "(O)pen  (S)oft-close  (C)lose a month  " &
                   "(Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               EVALUATE MntOption
                   WHEN "O"
                   WHEN "o"
                       MOVE "O" TO NewStatus
                       PERFORM ChangePeriodStatus
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO NewStatus
                       PERFORM ChangePeriodStatus
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO NewStatus
                       PERFORM ChangePeriodStatus
               END-EVALUATE
           END-PERFORM
           PERFORM SavePeriodTable
           DISPLAY "Accounting periods saved".

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

       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

       LoadPeriodTable.
       MOVE ZERO TO PeriodCount
       OPEN INPUT PeriodFile
       IF WSFileStatus = "35"
           DISPLAY "Period.dat not found - every month is open"
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
                   MOVE PerChangedBy TO PTChangedBy(PeriodCount)
                   MOVE PerChangedOn TO PTChangedOn(PeriodCount)
               END-IF
       END-READ.

       ListPeriods.
       DISPLAY "Accounting periods - business date " WSBusDate
       PERFORM VARYING PeriodIdx FROM 1 BY 1
           UNTIL PeriodIdx > PeriodCount
           MOVE PTMonth(PeriodIdx)(1:4) TO PrnYear
           MOVE PTMonth(PeriodIdx)(5:2) TO PrnMonth
           EVALUATE PTStatus(PeriodIdx)
               WHEN "S"
                   MOVE "SOFT-CLOSED" TO PrnStatus
               WHEN "C"
                   MOVE "CLOSED" TO PrnStatus
               WHEN OTHER
                   MOVE "OPEN" TO PrnStatus
           END-EVALUATE
           MOVE PTChangedBy(PeriodIdx) TO PrnChangedBy
           MOVE PTChangedOn(PeriodIdx) TO PrnChangedOn
           DISPLAY PeriodDetailLine
       END-PERFORM.

      *Months are kept in order.  Reopening a month that has been
      *fully closed needs a supervisor, as the figures for it have
      *already gone to the ledger.
       ChangePeriodStatus.
       DISPLAY "Month (YYYYMM) : " WITH NO ADVANCING
       MOVE ZEROS TO NewMonth
       ACCEPT NewMonth
       IF NewMon < 1 OR NewMon > 12 OR NewYear < 1900
           DISPLAY "Not a valid month"
       ELSE
           MOVE ZERO TO FoundIdx
           PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
               IF PTMonth(PeriodIdx) = NewMonth
                   MOVE PeriodIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx > ZERO AND PTStatus(FoundIdx) = "C"
               AND NewStatus NOT = "C" AND NOT IsSupervisor
               DISPLAY "Supervisor authority required to reopen "
                   "a closed month"
           ELSE
               IF FoundIdx = ZERO
                   PERFORM AddPeriod
               END-IF
               IF FoundIdx > ZERO
                   MOVE NewStatus TO PTStatus(FoundIdx)
                   MOVE GsOperID TO PTChangedBy(FoundIdx)
                   MOVE WSBusDate TO PTChangedOn(FoundIdx)
                   DISPLAY "Month " NewMonth " updated"
               END-IF
           END-IF
       END-IF.

       AddPeriod.
       IF PeriodCount >= 240
           DISPLAY "Period file full"
       ELSE
           MOVE ZERO TO InsertIdx
           PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount OR InsertIdx > ZERO
               IF PTMonth(PeriodIdx) > NewMonth
                   MOVE PeriodIdx TO InsertIdx
               END-IF
           END-PERFORM
           IF InsertIdx = ZERO
               COMPUTE InsertIdx = PeriodCount + 1
           ELSE
               PERFORM VARYING PeriodIdx FROM PeriodCount BY -1
                   UNTIL PeriodIdx < InsertIdx
                   MOVE PeriodEntry(PeriodIdx)
                       TO PeriodEntry(PeriodIdx + 1)
               END-PERFORM
           END-IF
           ADD 1 TO PeriodCount
           MOVE NewMonth TO PTMonth(InsertIdx)
           MOVE InsertIdx TO FoundIdx
       END-IF.

       SavePeriodTable.
       OPEN OUTPUT PeriodFile
       PERFORM VARYING PeriodIdx FROM 1 BY 1
           UNTIL PeriodIdx > PeriodCount
           MOVE SPACES TO PeriodRecord
           MOVE PTMonth(PeriodIdx) TO PerMonth
           MOVE PTStatus(PeriodIdx) TO PerStatus
           MOVE PTChangedBy(PeriodIdx) TO PerChangedBy
           MOVE PTChangedOn(PeriodIdx) TO PerChangedOn
           WRITE PeriodRecord
       END-PERFORM
       CLOSE PeriodFile.
