      *Daily report of postings into soft-closed accounting periods
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perrpt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PerPostFile ASSIGN TO "PerPost.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PerRptCtlFile ASSIGN TO "PerRpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT PerPostReport ASSIGN TO WSPerRptName
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PerPostFile.
           COPY perlog.

       FD PerRptCtlFile.
       01 PerRptCtlRecord PIC 9(16).

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       FD PerPostReport.
       01 PerPostLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 WSPerRptName PIC X(40) VALUE "PerPost.rpt".
       01 WSRptType PIC X(10) VALUE "PERPOST".
       01 PplEOFFlag PIC X VALUE "N".
           88 PplEOF VALUE "Y".
      *Date and time of the last log entry already reported, so each
      *morning's report carries only what was posted since.
       01 LastReported PIC 9(16) VALUE ZEROS.
       01 NewLastReported PIC 9(16) VALUE ZEROS.
       01 EntryStamp PIC 9(16) VALUE ZEROS.
       01 PostingCount PIC 9(5) VALUE ZERO.
       01 PerPostHeading.
           02 FILLER PIC X(42) VALUE
               "POSTINGS INTO SOFT-CLOSED PERIODS - AS OF ".
           02 PrnBusDate PIC 9(8).
       01 PerPostColumnHeads.
           02 FILLER PIC X(43) VALUE
               "LOGGED   TIME   POSTED   OPERATOR REFERENCE".
       01 PerPostDetailLine.
           02 PrnLogDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLogTime PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPostDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOperID PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPostRef PIC X(20).
       01 PerPostTotalLine.
           02 PrnPostingCount PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE
               " postings made into soft-closed periods".
       01 NoPostingsLine PIC X(50) VALUE
           "No postings into soft-closed periods".
       01 RunLogJob PIC X(12) VALUE "PERRPT".
       01 RunLogEvent PIC X(5) VALUE SPACE.
       01 RunLogCount PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE "START" TO RunLogEvent
           MOVE ZERO TO RunLogCount
           CALL 'runlog' USING RunLogJob, RunLogEvent, RunLogCount
           PERFORM ReadBusinessDate
           PERFORM ReadLastReported
           MOVE LastReported TO NewLastReported
           CALL 'rptgen' USING WSRptType, WSPerRptName
           OPEN OUTPUT PerPostReport
           MOVE WSBusDate TO PrnBusDate
           WRITE PerPostLine FROM PerPostHeading
           MOVE SPACES TO PerPostLine
           WRITE PerPostLine
           WRITE PerPostLine FROM PerPostColumnHeads
           OPEN INPUT PerPostFile
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
               MOVE "N" TO PplEOFFlag
               PERFORM ReportOnePosting UNTIL PplEOF
               CLOSE PerPostFile
           END-IF
           MOVE SPACES TO PerPostLine
           WRITE PerPostLine
           IF PostingCount = ZERO
               WRITE PerPostLine FROM NoPostingsLine
           ELSE
               MOVE PostingCount TO PrnPostingCount
               WRITE PerPostLine FROM PerPostTotalLine
           END-IF
           CLOSE PerPostReport
           PERFORM SaveLastReported
           DISPLAY PostingCount " soft-closed period postings " &
               "reported in " WSPerRptName
           MOVE "END" TO RunLogEvent
           MOVE PostingCount TO RunLogCount
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

       ReadLastReported.
       MOVE ZEROS TO LastReported
       OPEN INPUT PerRptCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ PerRptCtlFile
               AT END CONTINUE
               NOT AT END MOVE PerRptCtlRecord TO LastReported
           END-READ
           CLOSE PerRptCtlFile
       END-IF.

       ReportOnePosting.
       READ PerPostFile
           AT END SET PplEOF TO TRUE
           NOT AT END
               COMPUTE EntryStamp = PplLogDate * 100000000
                   + PplLogTime
               IF EntryStamp > LastReported
                   ADD 1 TO PostingCount
                   MOVE PplLogDate TO PrnLogDate
                   MOVE PplLogTime(1:6) TO PrnLogTime
                   MOVE PplPostDate TO PrnPostDate
                   MOVE PplOperID TO PrnOperID
                   MOVE PplPostRef TO PrnPostRef
                   WRITE PerPostLine FROM PerPostDetailLine
                   IF EntryStamp > NewLastReported
                       MOVE EntryStamp TO NewLastReported
                   END-IF
               END-IF
       END-READ.

       SaveLastReported.
       OPEN OUTPUT PerRptCtlFile
       MOVE NewLastReported TO PerRptCtlRecord
       WRITE PerRptCtlRecord
       CLOSE PerRptCtlFile.
