      *Sanctions rescreen of every customer against a new watch list
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancscrn.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
           SELECT ScreenReport ASSIGN TO "SancScrn.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       FD ScreenReport.
       01 ScreenLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 CustEOFFlag PIC X VALUE "N".
           88 CustEOF VALUE "Y".
       01 SancAction PIC X VALUE "S".
       01 SancResult PIC X VALUE SPACE.
           88 SancNewHold VALUE "H".
           88 SancPending VALUE "P".
           88 SancConfirmed VALUE "C".
       01 ScreenedCount PIC 9(6) VALUE ZERO.
       01 NewHoldCount PIC 9(6) VALUE ZERO.
       01 PendingCount PIC 9(6) VALUE ZERO.
       01 ConfirmedCount PIC 9(6) VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "SANCSCRN".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 ScreenHeading.
           02 FILLER PIC X(36) VALUE
               "SANCTIONS RESCREEN OF CUSTOMERS -  ".
           02 PrnRunDate PIC 9(8).
       01 ScreenColumns.
           02 FILLER PIC X(50) VALUE
               "  IDNUM    NAME                          STANDING".
       01 ScreenDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFirstName PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLastName PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStanding PIC X(30).
       01 ScreenFooting1.
           02 FILLER PIC X(30) VALUE "CUSTOMERS SCREENED          : ".
           02 PrnScreened PIC ZZZZZ9.
       01 ScreenFooting2.
           02 FILLER PIC X(30) VALUE "NEW PROBABLE MATCHES HELD   : ".
           02 PrnNewHolds PIC ZZZZZ9.
       01 ScreenFooting3.
           02 FILLER PIC X(30) VALUE "STILL AWAITING REVIEW       : ".
           02 PrnPending PIC ZZZZZ9.
       01 ScreenFooting4.
           02 FILLER PIC X(30) VALUE "CONFIRMED HITS              : ".
           02 PrnConfirmed PIC ZZZZZ9.

      *Run by the nightly batch whenever sancload has loaded a new
      *watch list.  Every live customer is screened again; matches
      *compliance has already cleared are not held a second time.
       PROCEDURE DIVISION.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           OPEN INPUT CustomerFile
           IF WSFileStatus NOT = "00"
               DISPLAY "Customer.dat not available - rescreen not run"
           ELSE
               OPEN OUTPUT ScreenReport
               MOVE WSToday TO PrnRunDate
               WRITE ScreenLine FROM ScreenHeading
               WRITE ScreenLine FROM ScreenColumns
                   AFTER ADVANCING 2 LINES
               MOVE "N" TO CustEOFFlag
               PERFORM ScreenOneCustomer UNTIL CustEOF
               MOVE ScreenedCount TO PrnScreened
               MOVE NewHoldCount TO PrnNewHolds
               MOVE PendingCount TO PrnPending
               MOVE ConfirmedCount TO PrnConfirmed
               WRITE ScreenLine FROM ScreenFooting1
                   AFTER ADVANCING 2 LINES
               WRITE ScreenLine FROM ScreenFooting2
               WRITE ScreenLine FROM ScreenFooting3
               WRITE ScreenLine FROM ScreenFooting4
               CLOSE CustomerFile, ScreenReport
               DISPLAY "Sanctions rescreen complete - "
                   ScreenedCount " screened, " NewHoldCount
                   " new probable matches held"
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE ScreenedCount TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           STOP RUN.

       ScreenOneCustomer.
       READ CustomerFile
           AT END SET CustEOF TO TRUE
           NOT AT END
               IF NOT CEData
                   ADD 1 TO ScreenedCount
                   MOVE "S" TO SancAction
                   CALL 'sancchk' USING SancAction, IDNum, CustName,
                       MailAddress, SancResult
                   PERFORM ReportScreenResult
               END-IF
       END-READ.

       ReportScreenResult.
       MOVE SPACES TO PrnStanding
       EVALUATE TRUE
           WHEN SancNewHold
               ADD 1 TO NewHoldCount
               MOVE "NEW PROBABLE MATCH HELD" TO PrnStanding
           WHEN SancPending
               ADD 1 TO PendingCount
               MOVE "AWAITING REVIEW" TO PrnStanding
           WHEN SancConfirmed
               ADD 1 TO ConfirmedCount
               MOVE "CONFIRMED HIT" TO PrnStanding
       END-EVALUATE
       IF PrnStanding NOT = SPACES
           MOVE IDNum TO PrnIDNum
           MOVE FirstName TO PrnFirstName
           MOVE LastName TO PrnLastName
           WRITE ScreenLine FROM ScreenDetailLine
       END-IF.
