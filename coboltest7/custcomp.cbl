      *Customer company lookup service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcomp.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNum
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY custdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.

       LINKAGE SECTION.
       01 LIDNum PIC 9(7).
       01 LCompany PIC X(2).

      *Returns the company customer LIDNum is kept in, or 01 when the
      *customer carries no company or is not on file.
       PROCEDURE DIVISION USING LIDNum, LCompany.
           MOVE "01" TO LCompany
           OPEN INPUT CustomerFile
           IF WSFileStatus = "00"
               MOVE LIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustCompany NOT = SPACES
                           MOVE CustCompany TO LCompany
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF

       EXIT PROGRAM.
