      *Customer read-access log service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. readlog.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReadLogFile ASSIGN TO "CustRead.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReadLogFile.
           COPY readdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".

       LINKAGE SECTION.
       01 LOperID PIC X(8).
       01 LIDNum PIC 9(7).
       01 LProgram PIC X(8).

      *One line is appended for every customer record shown to an
      *operator.  A caller that has no operator of its own passes
      *spaces and the operator is taken from the signed-on session.
       PROCEDURE DIVISION USING LOperID, LIDNum, LProgram.
           OPEN INPUT ReadLogFile
           IF WSFileStatus = "35"
               OPEN OUTPUT ReadLogFile
               CLOSE ReadLogFile
           ELSE
               CLOSE ReadLogFile
           END-IF
           OPEN EXTEND ReadLogFile
           MOVE SPACES TO ReadRecord
           MOVE LOperID TO RdOperID
           IF RdOperID = SPACES
               CALL 'getsession' USING GsOperID, GsAuth, GsLang,
                   GsFound
               IF GsFound = "Y"
                   MOVE GsOperID TO RdOperID
               ELSE
                   MOVE "UNKNOWN" TO RdOperID
               END-IF
           END-IF
           MOVE LIDNum TO RdIDNum
           MOVE LProgram TO RdProgram
           ACCEPT RdDate FROM DATE YYYYMMDD
           ACCEPT RdTime FROM TIME
           WRITE ReadRecord
           CLOSE ReadLogFile

       EXIT PROGRAM.
