      *Customer default salesperson service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custrep.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustRepFile ASSIGN TO "CustRep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustRepFile.
       01 CustRepRecord.
           02 CrpIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrpRepCode PIC X(4).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoadedFlag PIC X VALUE "N".
           88 TableLoaded VALUE "Y".
       01 CustRepEOFFlag PIC X VALUE "N".
           88 CustRepEOF VALUE "Y".
       01 CustRepTable.
           02 CustRepEntry OCCURS 500 TIMES.
               03 CRIDNum PIC 9(7).
               03 CRRepCode PIC X(4).
       01 CustRepCount PIC 999 VALUE ZERO.
       01 CustRepIdx PIC 999 VALUE ZERO.

       LINKAGE SECTION.
       01 LIDNum PIC 9(7).
       01 LRepCode PIC X(4).

      *Returns the salesperson code CustRep.dat holds for customer
      *LIDNum, or spaces when the customer has no salesperson.
       PROCEDURE DIVISION USING LIDNum, LRepCode.
           IF NOT TableLoaded
               PERFORM LoadCustRepTable
               MOVE "Y" TO LoadedFlag
           END-IF
           MOVE SPACES TO LRepCode
           PERFORM VARYING CustRepIdx FROM 1 BY 1
               UNTIL CustRepIdx > CustRepCount
               IF CRIDNum(CustRepIdx) = LIDNum
                   MOVE CRRepCode(CustRepIdx) TO LRepCode
               END-IF
           END-PERFORM

       EXIT PROGRAM.

       LoadCustRepTable.
       MOVE ZERO TO CustRepCount
       OPEN INPUT CustRepFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CustRepEOFFlag
           PERFORM LoadOneCustRep UNTIL CustRepEOF
           CLOSE CustRepFile
       END-IF.

       LoadOneCustRep.
       READ CustRepFile
           AT END SET CustRepEOF TO TRUE
           NOT AT END
               IF CustRepCount < 500
                   ADD 1 TO CustRepCount
                   MOVE CrpIDNum TO CRIDNum(CustRepCount)
                   MOVE CrpRepCode TO CRRepCode(CustRepCount)
               END-IF
       END-READ.
