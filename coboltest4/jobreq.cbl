      *Ad-hoc job request entry
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobreq.
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
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BatchFlagFile ASSIGN TO "BatchRun.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JobReqFile.
       01 JobReqFileRecord PIC X(203).

       FD JobListFile.
       01 JobListFileRecord PIC X(265).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD BatchFlagFile.
       01 BatchFlagRecord PIC X.

       WORKING-STORAGE SECTION.
           COPY jobreq.
           COPY joblist.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSNowTime PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 GcCompany PIC X(2) VALUE "01".
       01 GcCompName PIC X(30) VALUE SPACE.
       01 AuthFuncCode PIC X(8) VALUE SPACE.
       01 AuthAllowed PIC X VALUE "D".
       01 ScanEOFFlag PIC X VALUE "N".
           88 ScanEOF VALUE "Y".
       01 BatchBusyFlag PIC X VALUE "N".
           88 BatchInProgress VALUE "Y".
       01 ReqTable.
           02 ReqEntry PIC X(203) OCCURS 1000 TIMES.
       01 ReqCount PIC 9(4) VALUE ZERO.
       01 ReqIdx PIC 9(4) VALUE ZERO.
       01 ReqFoundIdx PIC 9(4) VALUE ZERO.
       01 LastReqNum PIC 9(6) VALUE ZERO.
       01 ReqsChangedFlag PIC X VALUE "N".
           88 ReqsChanged VALUE "Y".
       01 JobTable.
           02 JobEntry OCCURS 50 TIMES.
               03 JTRecord PIC X(265).
               03 JTAllowed PIC X.
       01 JobCount PIC 99 VALUE ZERO.
       01 JobIdx PIC 99 VALUE ZERO.
       01 JobFoundIdx PIC 99 VALUE ZERO.
       01 AllowedCount PIC 99 VALUE ZERO.
       01 ParmIdx PIC 9 VALUE ZERO.
       01 EntryOption PIC X VALUE SPACE.
           88 EntryQuit VALUE "Q" "q".
       01 ConfirmChoice PIC X VALUE "N".
           88 RequestConfirmed VALUE "Y" "y".
       01 WSJob PIC X(8) VALUE SPACE.
       01 WSReqNum PIC 9(6) VALUE ZEROS.
       01 WSParmTable.
           02 WSParm PIC X(20) OCCURS 3 TIMES.
       01 ShownCount PIC 9(4) VALUE ZERO.
       01 ReqsQueued PIC 9(4) VALUE ZERO.
       01 ReqsCancelled PIC 9(4) VALUE ZERO.
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 JobChoiceLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJob PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnJobDesc PIC X(30).
       01 ReqHeadLine.
           02 FILLER PIC X(8) VALUE "Request ".
           02 PrnReqNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqJob PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqStatus PIC X(9).
           02 FILLER PIC X(7) VALUE " asked ".
           02 PrnReqDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " by ".
           02 PrnReqOper PIC X(8).
           02 FILLER PIC X(5) VALUE " ran ".
           02 PrnReqRunDate PIC 9(8) BLANK WHEN ZERO.
       01 ReqParmLine.
           02 FILLER PIC X(11) VALUE "    given: ".
           02 PrnReqParm PIC X(21) OCCURS 3 TIMES.
       01 ReqResultLine.
           02 FILLER PIC X(7) VALUE "    RC ".
           02 PrnReqRC PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqLog PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReqResult PIC X(60).

       PROCEDURE DIVISION.
           MOVE ZERO TO ReqsQueued
           MOVE ZERO TO ReqsCancelled
           MOVE "N" TO ReqsChangedFlag
           PERFORM ReadBusinessDate
           PERFORM ReadOperator
           PERFORM CheckBatchRunning
           PERFORM LoadJobList
           PERFORM LoadRequestTable
           MOVE SPACE TO EntryOption
           PERFORM WITH TEST AFTER UNTIL EntryQuit
               DISPLAY "(N)ew request  (L)ist requests  (C)ancel " &
                   "request  (Q)uit : " WITH NO ADVANCING
               ACCEPT EntryOption
               IF EntryOption = "N" OR EntryOption = "n"
                   PERFORM NewRequest
               END-IF
               IF EntryOption = "L" OR EntryOption = "l"
                   PERFORM ListRequests
               END-IF
               IF EntryOption = "C" OR EntryOption = "c"
                   PERFORM CancelRequest
               END-IF
           END-PERFORM
           IF ReqsChanged
               PERFORM SaveRequestTable
           END-IF
           DISPLAY ReqsQueued " requests queued, " ReqsCancelled
               " cancelled"

       EXIT PROGRAM.

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

       ReadOperator.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE SPACES TO WSOperator
       MOVE "O" TO WSAuthority
       IF GsFound = "Y"
           MOVE GsOperID TO WSOperator
           MOVE GsAuth TO WSAuthority
       END-IF
       IF WSOperator = SPACES
           DISPLAY "Operator ID : " WITH NO ADVANCING
           ACCEPT WSOperator
       END-IF
       CALL 'getcomp' USING GcCompany, GcCompName.

      *The queue runner rewrites JobReq.dat during the batch, so the
      *queue may be looked at but not changed while it is running.
       CheckBatchRunning.
       MOVE "N" TO BatchBusyFlag
       OPEN INPUT BatchFlagFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           CLOSE BatchFlagFile
           MOVE "Y" TO BatchBusyFlag
           DISPLAY "Nightly batch is in progress - requests can " &
               "be listed but not added or cancelled"
       END-IF.

      *Each job on the approved list is checked against the
      *operator's function authority once, as the list is loaded.
       LoadJobList.
       MOVE ZERO TO JobCount
       MOVE ZERO TO AllowedCount
       OPEN INPUT JobListFile
       IF WSFileStatus = "35"
           DISPLAY "JobList.dat not found - no jobs can be requested"
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
                   MOVE JobListRecord TO JTRecord(JobCount)
                   PERFORM CheckJobAuthority
                   MOVE AuthAllowed TO JTAllowed(JobCount)
                   IF AuthAllowed = "Y"
                       ADD 1 TO AllowedCount
                   END-IF
               END-IF
       END-READ.

       CheckJobAuthority.
       MOVE JlAuth TO AuthFuncCode
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING WSOperator, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D"
           IF IsSupervisor
               MOVE "Y" TO AuthAllowed
           ELSE
               MOVE "N" TO AuthAllowed
           END-IF
       END-IF.

       LoadRequestTable.
       MOVE ZERO TO ReqCount
       MOVE ZERO TO LastReqNum
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
               IF ReqNumber > LastReqNum
                   MOVE ReqNumber TO LastReqNum
               END-IF
               IF ReqCount < 1000
                   ADD 1 TO ReqCount
                   MOVE JobReqRecord TO ReqEntry(ReqCount)
               ELSE
                   DISPLAY "More than 1000 requests - request "
                       ReqNumber " not loaded"
               END-IF
       END-READ.

       SaveRequestTable.
       OPEN OUTPUT JobReqFile
       PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > ReqCount
           WRITE JobReqFileRecord FROM ReqEntry(ReqIdx)
       END-PERFORM
       CLOSE JobReqFile.

       NewRequest.
       IF BatchInProgress
           DISPLAY "Nightly batch is in progress - try again later"
       ELSE
       IF AllowedCount = ZERO
           DISPLAY "You are not authorised to request any job"
       ELSE
       IF ReqCount >= 1000
           DISPLAY "Request queue is full"
       ELSE
           DISPLAY "Jobs you may request :"
           PERFORM VARYING JobIdx FROM 1 BY 1 UNTIL JobIdx > JobCount
               IF JTAllowed(JobIdx) = "Y"
                   MOVE JTRecord(JobIdx) TO JobListRecord
                   MOVE JlJob TO PrnJob
                   MOVE JlDesc TO PrnJobDesc
                   DISPLAY JobChoiceLine
               END-IF
           END-PERFORM
           DISPLAY "Job : " WITH NO ADVANCING
           MOVE SPACES TO WSJob
           ACCEPT WSJob
           INSPECT WSJob CONVERTING LowerCase TO UpperCase
           PERFORM FindJob
           IF JobFoundIdx = ZERO
               DISPLAY "Job " WSJob " is not on your list"
           ELSE
               PERFORM AcceptJobParameters
               DISPLAY "Queue " JlJob " for the next batch ? Y/N : "
                   WITH NO ADVANCING
               MOVE "N" TO ConfirmChoice
               ACCEPT ConfirmChoice
               IF RequestConfirmed
                   PERFORM AddRequest
               ELSE
                   DISPLAY "Request abandoned"
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

       FindJob.
       MOVE ZERO TO JobFoundIdx
       PERFORM VARYING JobIdx FROM 1 BY 1
           UNTIL JobIdx > JobCount OR JobFoundIdx > ZERO
           MOVE JTRecord(JobIdx) TO JobListRecord
           IF JlJob = WSJob AND JTAllowed(JobIdx) = "Y"
               MOVE JobIdx TO JobFoundIdx
           END-IF
       END-PERFORM
       IF JobFoundIdx > ZERO
           MOVE JTRecord(JobFoundIdx) TO JobListRecord
       END-IF.

       AcceptJobParameters.
       MOVE SPACES TO WSParmTable
       IF JlParmCount IS NOT NUMERIC OR JlParmCount > 3
           MOVE ZERO TO JlParmCount
       END-IF
       PERFORM VARYING ParmIdx FROM 1 BY 1
           UNTIL ParmIdx > JlParmCount
           DISPLAY JlPrompt(ParmIdx) " : " WITH NO ADVANCING
           ACCEPT WSParm(ParmIdx)
       END-PERFORM.

       AddRequest.
       ADD 1 TO LastReqNum
       MOVE SPACES TO JobReqRecord
       MOVE LastReqNum TO ReqNumber
       MOVE JlJob TO ReqJob
       MOVE WSOperator TO ReqOperID
       MOVE GcCompany TO ReqCompany
       MOVE WSBusDate TO ReqDate
       ACCEPT WSNowTime FROM TIME
       MOVE WSNowTime(1:6) TO ReqTime
       MOVE "Q" TO ReqStatus
       PERFORM VARYING ParmIdx FROM 1 BY 1 UNTIL ParmIdx > 3
           MOVE WSParm(ParmIdx) TO ReqParm(ParmIdx)
       END-PERFORM
       MOVE ZEROS TO ReqRunDate
       MOVE ZERO TO ReqRC
       ADD 1 TO ReqCount
       MOVE JobReqRecord TO ReqEntry(ReqCount)
       MOVE "Y" TO ReqsChangedFlag
       ADD 1 TO ReqsQueued
       DISPLAY "Request " ReqNumber " queued for the next batch".

      *Operators see their own requests; a supervisor sees everyone's.
       ListRequests.
       MOVE ZERO TO ShownCount
       PERFORM VARYING ReqIdx FROM 1 BY 1 UNTIL ReqIdx > ReqCount
           MOVE ReqEntry(ReqIdx) TO JobReqRecord
           IF ReqOperID = WSOperator OR IsSupervisor
               PERFORM ShowOneRequest
               ADD 1 TO ShownCount
           END-IF
       END-PERFORM
       IF ShownCount = ZERO
           DISPLAY "No requests on file"
       END-IF.

       ShowOneRequest.
       MOVE ReqNumber TO PrnReqNum
       MOVE ReqJob TO PrnReqJob
       EVALUATE TRUE
           WHEN ReqQueued
               MOVE "QUEUED" TO PrnReqStatus
           WHEN ReqRunning
               MOVE "RUNNING" TO PrnReqStatus
           WHEN ReqDone
               MOVE "DONE" TO PrnReqStatus
           WHEN ReqFailed
               MOVE "FAILED" TO PrnReqStatus
           WHEN ReqCancelled
               MOVE "CANCELLED" TO PrnReqStatus
           WHEN OTHER
               MOVE ReqStatus TO PrnReqStatus
       END-EVALUATE
       MOVE ReqDate TO PrnReqDate
       MOVE ReqOperID TO PrnReqOper
       MOVE ReqRunDate TO PrnReqRunDate
       DISPLAY ReqHeadLine
       IF ReqParmArea NOT = SPACES
           PERFORM VARYING ParmIdx FROM 1 BY 1 UNTIL ParmIdx > 3
               MOVE ReqParm(ParmIdx) TO PrnReqParm(ParmIdx)
           END-PERFORM
           DISPLAY ReqParmLine
       END-IF
       IF ReqDone OR ReqFailed
           MOVE ReqRC TO PrnReqRC
           MOVE ReqLogName TO PrnReqLog
           MOVE ReqResult TO PrnReqResult
           DISPLAY ReqResultLine
       END-IF.

      *Only a request still waiting for the batch can be cancelled,
      *by the operator who asked for it or by a supervisor.
       CancelRequest.
       IF BatchInProgress
           DISPLAY "Nightly batch is in progress - try again later"
       ELSE
           DISPLAY "Request number : " WITH NO ADVANCING
           MOVE ZEROS TO WSReqNum
           ACCEPT WSReqNum
           MOVE ZERO TO ReqFoundIdx
           PERFORM VARYING ReqIdx FROM 1 BY 1
               UNTIL ReqIdx > ReqCount OR ReqFoundIdx > ZERO
               MOVE ReqEntry(ReqIdx) TO JobReqRecord
               IF ReqNumber = WSReqNum
                   MOVE ReqIdx TO ReqFoundIdx
               END-IF
           END-PERFORM
           IF ReqFoundIdx = ZERO
               DISPLAY "Request not found"
           ELSE
               MOVE ReqEntry(ReqFoundIdx) TO JobReqRecord
               IF ReqOperID NOT = WSOperator AND NOT IsSupervisor
                   DISPLAY "Request not found"
               ELSE
                   IF NOT ReqQueued
                       DISPLAY "Request " ReqNumber
                           " is no longer waiting - not cancelled"
                   ELSE
                       MOVE "X" TO ReqStatus
                       MOVE WSBusDate TO ReqRunDate
                       MOVE JobReqRecord TO ReqEntry(ReqFoundIdx)
                       MOVE "Y" TO ReqsChangedFlag
                       ADD 1 TO ReqsCancelled
                       DISPLAY "Request " ReqNumber " cancelled"
                   END-IF
               END-IF
           END-IF
       END-IF.
