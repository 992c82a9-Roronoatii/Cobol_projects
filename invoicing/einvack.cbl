      *E-invoice acknowledgement import and exception report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. einvack.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckFile ASSIGN TO "EInvAck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT EInvLogFile ASSIGN TO "EInvLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ExcReport ASSIGN TO "EInvExc.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *The customers' acknowledgement files, put together into one.
      *Each line answers an interchange control number and one
      *document number in it, or document number zero for the whole
      *interchange, with status A (accepted) or R (rejected) and the
      *customer's reason for a rejection.
       FD AckFile.
       01 AckRecord.
           02 AckCtlNumber PIC 9(9).
           02 FILLER PIC X.
           02 AckDocNumber PIC 9(6).
           02 FILLER PIC X.
           02 AckStatus PIC X.
               88 AckAccepted VALUE "A".
               88 AckRejected VALUE "R".
           02 FILLER PIC X.
           02 AckReason PIC X(40).

       FD EInvLogFile.
           COPY einvlog.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD ExcReport.
       01 ExcLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 LogEOFFlag PIC X VALUE "N".
           88 LogEOF VALUE "Y".
       01 AckEOFFlag PIC X VALUE "N".
           88 AckEOF VALUE "Y".
       01 LogFullFlag PIC X VALUE "N".
           88 LogTableFull VALUE "Y".
       01 LogTable.
           02 LogEntry OCCURS 3000 TIMES.
               03 LTCtlNumber PIC 9(9).
               03 LTDocSeq PIC 9(4).
               03 LTIDNum PIC 9(7).
               03 LTInvNumber PIC 9(6).
               03 LTDocType PIC X.
               03 LTDocDate PIC 9(8).
               03 LTSentDate PIC 9(8).
               03 LTFileName PIC X(20).
               03 LTStatus PIC X.
               03 LTAckDate PIC 9(8).
               03 LTReason PIC X(40).
       01 LogCount PIC 9(4) VALUE ZERO.
       01 LogIdx PIC 9(4) VALUE ZERO.
       01 MatchCount PIC 9(4) VALUE ZERO.
       01 OverdueDays PIC 9(3) VALUE 5.
       01 PurgeDays PIC 9(3) VALUE 180.
       01 DaysWaiting PIC S9(9) VALUE ZERO.
       01 PurgeFlag PIC X VALUE "N".
           88 PurgeEntry VALUE "Y".
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 ContIDNum PIC 9(7) VALUE ZEROS.
       01 ContTouchType PIC X(8) VALUE "EINVREJ".
       01 ContDocRef PIC X(12) VALUE SPACE.
       01 AckCount PIC 9(6) VALUE ZERO.
       01 AcceptCount PIC 9(6) VALUE ZERO.
       01 RejectCount PIC 9(6) VALUE ZERO.
       01 UnmatchedCount PIC 9(6) VALUE ZERO.
       01 OverdueCount PIC 9(6) VALUE ZERO.
       01 PurgedCount PIC 9(6) VALUE ZERO.
       01 RunLogJob PIC X(12) VALUE "EINVACK".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.
       01 ExcHeading.
           02 FILLER PIC X(36) VALUE
               "E-INVOICE EXCEPTIONS - RUN OF       ".
           02 PrnRunDate PIC 9(8).
       01 ExcColumnHeading.
           02 FILLER PIC X(25) VALUE "EXCEPTION     CONTROL    ".
           02 FILLER PIC X(33) VALUE
               "CUST ID  DOC NO  DOC DATE  REASON".
       01 ExcDetailLine.
           02 PrnExcType PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCtlNumber PIC 9(9).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnIDNum PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvNumber PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDocDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(40).
       01 ExcFooting.
           02 FILLER PIC X(12) VALUE "ACKS READ : ".
           02 PrnAcks PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE "   ACCEPTED : ".
           02 PrnAccepted PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE "   REJECTED : ".
           02 PrnRejected PIC ZZZZZ9.
           02 FILLER PIC X(15) VALUE "   UNMATCHED : ".
           02 PrnUnmatched PIC ZZZZZ9.
           02 FILLER PIC X(14) VALUE "   NO REPLY : ".
           02 PrnOverdue PIC ZZZZZ9.

      *Acknowledgements update the outbound log.  Rejected documents,
      *acknowledgements that match nothing sent, and documents still
      *without a reply after OverdueDays go on the exception report;
      *each rejection is also filed in the customer's contact
      *history.  Accepted entries are dropped from the log once they
      *are PurgeDays old.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadLogTable
           IF LogTableFull
               DISPLAY "E-invoice log too large - acknowledgements "
                   "not imported"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ExcReport
               MOVE WSBusDate TO PrnRunDate
               WRITE ExcLine FROM ExcHeading
               MOVE SPACES TO ExcLine
               WRITE ExcLine
               WRITE ExcLine FROM ExcColumnHeading
               OPEN INPUT AckFile
               IF WSFileStatus = "35"
                   DISPLAY "No acknowledgements to import"
               ELSE
                   MOVE "N" TO AckEOFFlag
                   PERFORM ImportOneAck UNTIL AckEOF
                   CLOSE AckFile
               END-IF
               PERFORM VARYING LogIdx FROM 1 BY 1
                   UNTIL LogIdx > LogCount
                   PERFORM CheckOverdue
               END-PERFORM
               MOVE AckCount TO PrnAcks
               MOVE AcceptCount TO PrnAccepted
               MOVE RejectCount TO PrnRejected
               MOVE UnmatchedCount TO PrnUnmatched
               MOVE OverdueCount TO PrnOverdue
               WRITE ExcLine FROM ExcFooting
                   AFTER ADVANCING 2 LINES
               CLOSE ExcReport
               PERFORM SaveLogTable
               DISPLAY "E-invoice acknowledgements - " AcceptCount
                   " accepted, " RejectCount " rejected, "
                   UnmatchedCount " unmatched"
               IF RejectCount > ZERO OR UnmatchedCount > ZERO
                   OR OverdueCount > ZERO
                   DISPLAY "Exceptions listed in EInvExc.rpt"
               END-IF
           END-IF
           MOVE "END" TO RunLogEvent
           MOVE AckCount TO RunLogCount
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

       LoadLogTable.
       MOVE ZERO TO LogCount
       OPEN INPUT EInvLogFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LogEOFFlag
           PERFORM LoadOneLogEntry UNTIL LogEOF
           CLOSE EInvLogFile
       END-IF.

       LoadOneLogEntry.
       READ EInvLogFile
           AT END SET LogEOF TO TRUE
           NOT AT END
               IF LogCount < 3000
                   ADD 1 TO LogCount
                   MOVE EolCtlNumber TO LTCtlNumber(LogCount)
                   MOVE EolDocSeq TO LTDocSeq(LogCount)
                   MOVE EolIDNum TO LTIDNum(LogCount)
                   MOVE EolInvNumber TO LTInvNumber(LogCount)
                   MOVE EolDocType TO LTDocType(LogCount)
                   MOVE EolDocDate TO LTDocDate(LogCount)
                   MOVE EolSentDate TO LTSentDate(LogCount)
                   MOVE EolFileName TO LTFileName(LogCount)
                   MOVE EolStatus TO LTStatus(LogCount)
                   MOVE EolAckDate TO LTAckDate(LogCount)
                   MOVE EolReason TO LTReason(LogCount)
               ELSE
                   SET LogTableFull TO TRUE
                   SET LogEOF TO TRUE
               END-IF
       END-READ.

       ImportOneAck.
       READ AckFile
           AT END SET AckEOF TO TRUE
           NOT AT END
               IF AckRecord NOT = SPACES
                   ADD 1 TO AckCount
                   PERFORM ApplyAck
               END-IF
       END-READ.

       ApplyAck.
       MOVE ZERO TO MatchCount
       IF AckCtlNumber IS NUMERIC AND AckDocNumber IS NUMERIC
           AND (AckAccepted OR AckRejected)
           PERFORM VARYING LogIdx FROM 1 BY 1
               UNTIL LogIdx > LogCount
               IF LTCtlNumber(LogIdx) = AckCtlNumber
                   AND (AckDocNumber = ZERO
                       OR LTInvNumber(LogIdx) = AckDocNumber)
                   PERFORM RecordAckOnEntry
               END-IF
           END-PERFORM
       END-IF
       IF MatchCount = ZERO
           ADD 1 TO UnmatchedCount
           MOVE "UNMATCHED ACK" TO PrnExcType
           IF AckCtlNumber IS NUMERIC
               MOVE AckCtlNumber TO PrnCtlNumber
           ELSE
               MOVE ZERO TO PrnCtlNumber
           END-IF
           MOVE ZERO TO PrnIDNum
           IF AckDocNumber IS NUMERIC
               MOVE AckDocNumber TO PrnInvNumber
           ELSE
               MOVE ZERO TO PrnInvNumber
           END-IF
           MOVE ZERO TO PrnDocDate
           IF AckAccepted OR AckRejected
               MOVE "NO SUCH DOCUMENT SENT" TO PrnReason
           ELSE
               MOVE "STATUS NOT A OR R" TO PrnReason
           END-IF
           WRITE ExcLine FROM ExcDetailLine
       END-IF.

       RecordAckOnEntry.
       ADD 1 TO MatchCount
       MOVE AckStatus TO LTStatus(LogIdx)
       MOVE WSBusDate TO LTAckDate(LogIdx)
       IF AckRejected
           MOVE AckReason TO LTReason(LogIdx)
           ADD 1 TO RejectCount
           MOVE "REJECTED" TO PrnExcType
           PERFORM WriteEntryException
           MOVE LTIDNum(LogIdx) TO ContIDNum
           MOVE "EINVREJ" TO ContTouchType
           MOVE SPACES TO ContDocRef
           STRING "EINV " DELIMITED BY SIZE
               LTInvNumber(LogIdx) DELIMITED BY SIZE
               INTO ContDocRef
           END-STRING
           CALL 'conthist' USING ContIDNum, ContTouchType, ContDocRef
       ELSE
           MOVE SPACES TO LTReason(LogIdx)
           ADD 1 TO AcceptCount
       END-IF.

       CheckOverdue.
       IF LTStatus(LogIdx) = "S"
           PERFORM DaysSinceSent
           IF DaysWaiting > OverdueDays
               ADD 1 TO OverdueCount
               MOVE "NO REPLY" TO PrnExcType
               PERFORM WriteEntryException
           END-IF
       END-IF.

       DaysSinceSent.
       MOVE "D" TO DateFunction
       MOVE WSBusDate TO DateOne
       MOVE LTSentDate(LogIdx) TO DateTwo
       MOVE ZERO TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       MOVE DateResult TO DaysWaiting.

       WriteEntryException.
       MOVE LTCtlNumber(LogIdx) TO PrnCtlNumber
       MOVE LTIDNum(LogIdx) TO PrnIDNum
       MOVE LTInvNumber(LogIdx) TO PrnInvNumber
       MOVE LTDocDate(LogIdx) TO PrnDocDate
       MOVE LTReason(LogIdx) TO PrnReason
       WRITE ExcLine FROM ExcDetailLine.

       SaveLogTable.
       OPEN OUTPUT EInvLogFile
       PERFORM VARYING LogIdx FROM 1 BY 1
           UNTIL LogIdx > LogCount
           MOVE "N" TO PurgeFlag
           IF LTStatus(LogIdx) = "A"
               MOVE "D" TO DateFunction
               MOVE WSBusDate TO DateOne
               MOVE LTAckDate(LogIdx) TO DateTwo
               MOVE ZERO TO DateDays
               CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
                   DateDays, DateResult, DateStatus
               IF DateResult > PurgeDays
                   MOVE "Y" TO PurgeFlag
                   ADD 1 TO PurgedCount
               END-IF
           END-IF
           IF NOT PurgeEntry
               MOVE SPACES TO EInvLogRecord
               MOVE LTCtlNumber(LogIdx) TO EolCtlNumber
               MOVE LTDocSeq(LogIdx) TO EolDocSeq
               MOVE LTIDNum(LogIdx) TO EolIDNum
               MOVE LTInvNumber(LogIdx) TO EolInvNumber
               MOVE LTDocType(LogIdx) TO EolDocType
               MOVE LTDocDate(LogIdx) TO EolDocDate
               MOVE LTSentDate(LogIdx) TO EolSentDate
               MOVE LTFileName(LogIdx) TO EolFileName
               MOVE LTStatus(LogIdx) TO EolStatus
               MOVE LTAckDate(LogIdx) TO EolAckDate
               MOVE LTReason(LogIdx) TO EolReason
               WRITE EInvLogRecord
           END-IF
       END-PERFORM
       CLOSE EInvLogFile.
