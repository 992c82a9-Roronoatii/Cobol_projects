      *Ad-hoc job request queue runner
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobqrun.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobReqFile ASSIGN TO "JobReq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JobListFile ASSIGN TO "JobList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT AnswerFile ASSIGN TO "JobReqIn.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT JobLogFile ASSIGN TO WSLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JobReqFile.
       01 JobReqFileRecord PIC X(203).

       FD JobListFile.
       01 JobListFileRecord PIC X(265).

       FD AnswerFile.
       01 AnswerRecord PIC X(40).

       FD JobLogFile.
       01 JobLogRecord PIC X(200).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY jobreq.
           COPY joblist.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 ReqTable.
           02 ReqEntry PIC X(203) OCCURS 1000 TIMES.
       01 ReqCount PIC 9(4) VALUE ZERO.
       01 ReqIdx PIC 9(4) VALUE ZERO.
       01 SaveIdx PIC 9(4) VALUE ZERO.
       01 JobTable.
           02 JobEntry PIC X(265) OCCURS 50 TIMES.
       01 JobCount PIC 99 VALUE ZERO.
       01 JobIdx PIC 99 VALUE ZERO.
       01 JobFoundIdx PIC 99 VALUE ZERO.
       01 AnswerTable.
           02 AnsText PIC X(40) OCCURS 6 TIMES.
       01 AnsCount PIC 99 VALUE ZERO.
       01 AnsIdx PIC 99 VALUE ZERO.
       01 AnsParmNum PIC 9 VALUE ZERO.
       01 WSLogName PIC X(20) VALUE SPACE.
       01 LastLogLine PIC X(200) VALUE SPACE.
       01 CmdText PIC X(300) VALUE SPACE.
       01 RunCompany PIC X(2) VALUE "01".
       01 RawRC PIC S9(9) COMP VALUE ZERO.
       01 StepRC PIC 9(3) VALUE ZERO.
       01 ReqsRun PIC 9(5) VALUE ZERO.
       01 ReqsFailed PIC 9(5) VALUE ZERO.
       01 ReqsPurged PIC 9(5) VALUE ZERO.
       01 PurgeFlag PIC X VALUE "N".
           88 PurgeRequest VALUE "Y".
       01 RetainDays PIC 9(3) VALUE 30.
       01 DateFunction PIC X VALUE SPACE.
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.
       01 RunLogJob PIC X(12) VALUE "JOBQUEUE".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

      *Runs every queued request in the order it was asked for.  The
      *operator's answers reach the job through its own prompts, fed
      *from a work file, so nothing an operator types is ever passed
      *to the shell.  A failing request is recorded against the
      *request and does not stop the batch.
       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM LoadJobList
           PERFORM LoadRequestTable
           MOVE ZERO TO ReqsRun
           MOVE ZERO TO ReqsFailed
           PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > ReqCount
               MOVE ReqEntry(ReqIdx) TO JobReqRecord
               IF ReqRunning
                   MOVE "F" TO ReqStatus
                   MOVE WSBusDate TO ReqRunDate
                   MOVE 999 TO ReqRC
                   MOVE "Batch stopped while the job was running"
                       TO ReqResult
                   MOVE JobReqRecord TO ReqEntry(ReqIdx)
                   ADD 1 TO ReqsFailed
               END-IF
               IF ReqQueued
                   PERFORM RunOneRequest
               END-IF
           END-PERFORM
           PERFORM SaveRequestTable
           DISPLAY ReqsRun " job requests run, " ReqsFailed
               " failed, " ReqsPurged " old requests purged"
           MOVE "END" TO RunLogEvent
           MOVE ReqsRun TO RunLogCount
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

       LoadJobList.
       MOVE ZERO TO JobCount
       OPEN INPUT JobListFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOneJob UNTIL ScanEOF
           CLOSE JobListFile
       END-IF.

       LoadOneJob.
       READ JobListFile INTO JobListRecord
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF JlJob NOT = SPACES AND JobCount < 50
                   ADD 1 TO JobCount
                   MOVE JobListRecord TO JobEntry(JobCount)
               END-IF
       END-READ.

      *Finished and cancelled requests are kept for RetainDays after
      *they ran so the operator can look back at the outcome; the
      *job's log goes with the request.
       LoadRequestTable.
       MOVE ZERO TO ReqCount
       MOVE ZERO TO ReqsPurged
       OPEN INPUT JobReqFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM LoadOneRequest UNTIL ScanEOF
           CLOSE JobReqFile
       END-IF.

       LoadOneRequest.
       READ JobReqFile INTO JobReqRecord
           AT END SET ScanEOF TO TRUE
           NOT AT END
               PERFORM CheckRequestPurge
               IF PurgeRequest
                   ADD 1 TO ReqsPurged
                   IF ReqLogName NOT = SPACES
                       MOVE ReqLogName TO WSLogName
                       CALL "CBL_DELETE_FILE" USING WSLogName
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               ELSE
               IF ReqCount < 1000
                   ADD 1 TO ReqCount
                   MOVE JobReqRecord TO ReqEntry(ReqCount)
               ELSE
                   DISPLAY "More than 1000 requests - request "
                       ReqNumber " not loaded"
               END-IF
               END-IF
       END-READ.

       CheckRequestPurge.
       MOVE "N" TO PurgeFlag
       IF (ReqDone OR ReqFailed OR ReqCancelled)
           AND ReqRunDate NOT = ZEROS
           MOVE "D" TO DateFunction
           MOVE WSBusDate TO DateOne
           MOVE ReqRunDate TO DateTwo
           MOVE ZERO TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00" AND DateResult > RetainDays
               MOVE "Y" TO PurgeFlag
           END-IF
       END-IF.

       SaveRequestTable.
       OPEN OUTPUT JobReqFile
       PERFORM VARYING SaveIdx FROM 1 BY 1 UNTIL SaveIdx > ReqCount
           WRITE JobReqFileRecord FROM ReqEntry(SaveIdx)
       END-PERFORM
       CLOSE JobReqFile.

      *The request is marked running and the queue saved before the
      *job starts, so a batch that dies part way never runs the same
      *request twice.  The job runs for the company the operator was
      *signed on to when the request was made.
       RunOneRequest.
       MOVE ZERO TO JobFoundIdx
       PERFORM VARYING JobIdx FROM 1 BY 1
           UNTIL JobIdx > JobCount OR JobFoundIdx > ZERO
           MOVE JobEntry(JobIdx) TO JobListRecord
           IF JlJob = ReqJob
               MOVE JobIdx TO JobFoundIdx
           END-IF
       END-PERFORM
       MOVE WSBusDate TO ReqRunDate
       IF JobFoundIdx = ZERO
           MOVE "F" TO ReqStatus
           MOVE 16 TO ReqRC
           MOVE "Job is no longer on the approved list" TO ReqResult
           MOVE JobReqRecord TO ReqEntry(ReqIdx)
           ADD 1 TO ReqsFailed
       ELSE
           MOVE JobEntry(JobFoundIdx) TO JobListRecord
           MOVE SPACES TO WSLogName
           STRING "JobReq" ReqNumber ".log" DELIMITED BY SIZE
               INTO WSLogName
           END-STRING
           MOVE WSLogName TO ReqLogName
           MOVE "R" TO ReqStatus
           MOVE JobReqRecord TO ReqEntry(ReqIdx)
           PERFORM SaveRequestTable
           DISPLAY "Running request " ReqNumber " " ReqJob
               " for " ReqOperID
           PERFORM WriteAnswerFile
           MOVE ReqCompany TO RunCompany
           IF ReqCompany = SPACES
               MOVE "01" TO RunCompany
           END-IF
           MOVE SPACES TO CmdText
           STRING "CUSTCOMPANY=" RunCompany " " DELIMITED BY SIZE
               JlCommand DELIMITED BY "  "
               " < JobReqIn.tmp > " DELIMITED BY SIZE
               WSLogName DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO CmdText
           END-STRING
           CALL "SYSTEM" USING CmdText
           MOVE RETURN-CODE TO RawRC
           MOVE ZERO TO RETURN-CODE
           IF RawRC >= 256
               DIVIDE RawRC BY 256 GIVING RawRC
           END-IF
           MOVE RawRC TO StepRC
           PERFORM ReadLastLogLine
           MOVE StepRC TO ReqRC
           MOVE LastLogLine TO ReqResult
           ADD 1 TO ReqsRun
           IF StepRC = ZERO
               MOVE "D" TO ReqStatus
           ELSE
               MOVE "F" TO ReqStatus
               ADD 1 TO ReqsFailed
               DISPLAY "Request " ReqNumber " ended with return code "
                   StepRC
           END-IF
           MOVE JobReqRecord TO ReqEntry(ReqIdx)
       END-IF.

      *One answer per line, in the order the job asks for them;
      *&1 to &3 are replaced by the operator's own answers.
       WriteAnswerFile.
       MOVE SPACES TO AnswerTable
       MOVE ZERO TO AnsCount
       IF JlAnswers NOT = SPACES
           UNSTRING JlAnswers DELIMITED BY "|"
               INTO AnsText(1) AnsText(2) AnsText(3)
                   AnsText(4) AnsText(5) AnsText(6)
               TALLYING IN AnsCount
           END-UNSTRING
       END-IF
       OPEN OUTPUT AnswerFile
       PERFORM VARYING AnsIdx FROM 1 BY 1 UNTIL AnsIdx > AnsCount
           MOVE AnsText(AnsIdx) TO AnswerRecord
           IF AnsText(AnsIdx)(1:1) = "&"
               AND AnsText(AnsIdx)(2:1) >= "1"
               AND AnsText(AnsIdx)(2:1) <= "3"
               MOVE AnsText(AnsIdx)(2:1) TO AnsParmNum
               MOVE ReqParm(AnsParmNum) TO AnswerRecord
           END-IF
           WRITE AnswerRecord
       END-PERFORM
       CLOSE AnswerFile.

      *The last line a job writes is normally its summary - the file
      *written and how many items went into it.
       ReadLastLogLine.
       MOVE SPACES TO LastLogLine
       OPEN INPUT JobLogFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ScanEOFFlag
           PERFORM ReadOneLogLine UNTIL ScanEOF
           CLOSE JobLogFile
       END-IF
       IF LastLogLine = SPACES AND StepRC NOT = ZERO
           MOVE "Job ended without a message" TO LastLogLine
       END-IF.

       ReadOneLogLine.
       READ JobLogFile
           AT END SET ScanEOF TO TRUE
           NOT AT END
               IF JobLogRecord NOT = SPACES
                   MOVE JobLogRecord TO LastLogLine
               END-IF
       END-READ.
