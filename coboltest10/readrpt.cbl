      *Customer read-access privacy report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. readrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReadLogFile ASSIGN TO "CustRead.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AccessReport ASSIGN TO "ReadAcc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ReadLogFile.
           COPY readdata.

       FD AccessReport.
       01 AccessLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WantedIDNum PIC 9(7) VALUE ZEROS.
       01 WantedOperator PIC X(8) VALUE SPACE.
       01 DailyLimit PIC 9(4) VALUE ZERO.
       01 SumTable.
           02 SumEntry OCCURS 200 TIMES.
               03 SumOperator PIC X(8).
               03 SumDate PIC 9(8).
               03 SumReads PIC 9(6).
       01 SumCount PIC 999 VALUE ZERO.
       01 SumIdx PIC 999 VALUE ZERO.
       01 SumFound PIC X VALUE "N".
           88 EntryFound VALUE "Y".
       01 ShownCount PIC 9(6) VALUE ZERO.
       01 ExceptionCount PIC 9(4) VALUE ZERO.
       01 DroppedCount PIC 9(6) VALUE ZERO.
       01 AccHeading PIC X(38) VALUE
           "CUSTOMER READ-ACCESS REPORT".
       01 CustSectHeading.
           02 FILLER PIC X(27) VALUE "VIEWED BY - CUSTOMER ID  : ".
           02 PrnWantedID PIC 9(7).
       01 CustSectHeads PIC X(50) VALUE
           "  Operator  Program   Date      Time".
       01 CustDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustOper PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustProg PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustTime PIC 9(8).
       01 OperSectHeading.
           02 FILLER PIC X(27) VALUE "VIEWED BY OPERATOR       : ".
           02 PrnWantedOper PIC X(8).
       01 OperSectHeads PIC X(50) VALUE
           "  Customer Program   Date      Time".
       01 OperDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOperID PIC 9(7).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnOperProg PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOperDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOperTime PIC 9(8).
       01 NoneShownLine PIC X(30) VALUE "  No accesses on record".
       01 NoneOverLine PIC X(30) VALUE "  No operator over the limit".
       01 ExcSectHeading.
           02 FILLER PIC X(40) VALUE
               "OPERATORS VIEWING MORE THAN THE LIMIT OF".
           02 FILLER PIC X VALUE SPACE.
           02 PrnDailyLimit PIC ZZZ9.
           02 FILLER PIC X(17) VALUE " RECORDS IN A DAY".
       01 ExcSectHeads PIC X(50) VALUE
           "  Operator  Date       Records".
       01 ExcDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExcOper PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnExcDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnExcReads PIC ZZZZZ9.

      *Every customer record shown by the lookup, last-name search,
      *custinq, dossier and continq is logged in CustRead.log.  The
      *report lists who viewed a given customer, what a given operator
      *viewed, and every operator-day above the daily limit.
       PROCEDURE DIVISION.
           DISPLAY "Customer ID to report viewers of (0 = none) : "
               WITH NO ADVANCING
           ACCEPT WantedIDNum
           DISPLAY "Operator to report views by (blank = none) : "
               WITH NO ADVANCING
           ACCEPT WantedOperator
           DISPLAY "Records per operator per day before listing "
               "(0 = 50) : " WITH NO ADVANCING
           ACCEPT DailyLimit
           IF DailyLimit = ZERO
               MOVE 50 TO DailyLimit
           END-IF
           OPEN INPUT ReadLogFile
           IF WSFileStatus = "35"
               DISPLAY "No read-access log on record"
           ELSE
               OPEN OUTPUT AccessReport
               WRITE AccessLine FROM AccHeading
               MOVE SPACES TO RdOperID
               PERFORM TallyReadRecord UNTIL ReadLogEOF
               CLOSE ReadLogFile
               IF WantedIDNum NOT = ZERO
                   PERFORM PrintCustomerViewers
               END-IF
               IF WantedOperator NOT = SPACES
                   PERFORM PrintOperatorViews
               END-IF
               PERFORM PrintExceptions
               CLOSE AccessReport
               DISPLAY "Read-access report written to ReadAcc.rpt"
               IF ExceptionCount > ZERO
                   DISPLAY ExceptionCount " operator-days over the "
                       "daily limit"
               END-IF
               IF DroppedCount > ZERO
                   DISPLAY DroppedCount " log records dropped - "
                       "summary table full"
               END-IF
           END-IF.

       STOP RUN.

       TallyReadRecord.
       READ ReadLogFile
           AT END SET ReadLogEOF TO TRUE
           NOT AT END
               PERFORM TallyOperatorDay
       END-READ.

       TallyOperatorDay.
       MOVE "N" TO SumFound
       PERFORM VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > SumCount
           OR EntryFound
           IF SumOperator(SumIdx) = RdOperID
               AND SumDate(SumIdx) = RdDate
               MOVE "Y" TO SumFound
               SUBTRACT 1 FROM SumIdx
           END-IF
       END-PERFORM
       IF NOT EntryFound
           IF SumCount < 200
               ADD 1 TO SumCount
               MOVE SumCount TO SumIdx
               MOVE RdOperID TO SumOperator(SumIdx)
               MOVE RdDate TO SumDate(SumIdx)
               MOVE ZERO TO SumReads(SumIdx)
           ELSE
               MOVE ZERO TO SumIdx
               ADD 1 TO DroppedCount
           END-IF
       END-IF
       IF SumIdx > ZERO
           ADD 1 TO SumReads(SumIdx)
       END-IF.

       PrintCustomerViewers.
       MOVE WantedIDNum TO PrnWantedID
       WRITE AccessLine FROM CustSectHeading AFTER ADVANCING 2 LINES
       WRITE AccessLine FROM CustSectHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO ShownCount
       OPEN INPUT ReadLogFile
       MOVE SPACES TO RdOperID
       PERFORM PrintOneViewer UNTIL ReadLogEOF
       CLOSE ReadLogFile
       IF ShownCount = ZERO
           WRITE AccessLine FROM NoneShownLine AFTER ADVANCING 1 LINE
       END-IF.

       PrintOneViewer.
       READ ReadLogFile
           AT END SET ReadLogEOF TO TRUE
           NOT AT END
               IF RdIDNum = WantedIDNum
                   MOVE RdOperID TO PrnCustOper
                   MOVE RdProgram TO PrnCustProg
                   MOVE RdDate TO PrnCustDate
                   MOVE RdTime TO PrnCustTime
                   WRITE AccessLine FROM CustDetailLine
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO ShownCount
               END-IF
       END-READ.

       PrintOperatorViews.
       MOVE WantedOperator TO PrnWantedOper
       WRITE AccessLine FROM OperSectHeading AFTER ADVANCING 2 LINES
       WRITE AccessLine FROM OperSectHeads AFTER ADVANCING 1 LINE
       MOVE ZERO TO ShownCount
       OPEN INPUT ReadLogFile
       MOVE SPACES TO RdOperID
       PERFORM PrintOneView UNTIL ReadLogEOF
       CLOSE ReadLogFile
       IF ShownCount = ZERO
           WRITE AccessLine FROM NoneShownLine AFTER ADVANCING 1 LINE
       END-IF.

       PrintOneView.
       READ ReadLogFile
           AT END SET ReadLogEOF TO TRUE
           NOT AT END
               IF RdOperID = WantedOperator
                   MOVE RdIDNum TO PrnOperID
                   MOVE RdProgram TO PrnOperProg
                   MOVE RdDate TO PrnOperDate
                   MOVE RdTime TO PrnOperTime
                   WRITE AccessLine FROM OperDetailLine
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO ShownCount
               END-IF
       END-READ.

       PrintExceptions.
       MOVE DailyLimit TO PrnDailyLimit
       WRITE AccessLine FROM ExcSectHeading AFTER ADVANCING 2 LINES
       WRITE AccessLine FROM ExcSectHeads AFTER ADVANCING 1 LINE
       PERFORM VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > SumCount
           IF SumReads(SumIdx) > DailyLimit
               MOVE SumOperator(SumIdx) TO PrnExcOper
               MOVE SumDate(SumIdx) TO PrnExcDate
               MOVE SumReads(SumIdx) TO PrnExcReads
               WRITE AccessLine FROM ExcDetailLine
                   AFTER ADVANCING 1 LINE
               ADD 1 TO ExceptionCount
           END-IF
       END-PERFORM
       IF ExceptionCount = ZERO
           WRITE AccessLine FROM NoneOverLine AFTER ADVANCING 1 LINE
       END-IF.
