      *Invoice number series service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nextinv.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvCtlFile ASSIGN TO "InvCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
      *One record per company holding the last number it issued.  The
      *single record kept before companies were introduced has no
      *company code and is company 01's.
       FD InvCtlFile.
       01 InvCtlRecord.
           02 CtlLastInvNum PIC 9(6).
           02 FILLER PIC X.
           02 CtlCompany PIC X(2).

       FD CompanyFile.
           COPY compdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 CtlEOFFlag PIC X VALUE "N".
           88 CtlEOF VALUE "Y".
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CtlTable.
           02 CtlEntry OCCURS 50 TIMES.
               03 CTCompany PIC X(2).
               03 CTLastInvNum PIC 9(6).
       01 CtlCount PIC 99 VALUE ZERO.
       01 CtlIdx PIC 99 VALUE ZERO.
       01 FoundIdx PIC 99 VALUE ZERO.
       01 WantedCompany PIC X(2) VALUE SPACE.
       01 SeriesFrom PIC 9(6) VALUE ZEROS.
       01 SeriesTo PIC 9(6) VALUE ZEROS.

       LINKAGE SECTION.
       01 LCompany PIC X(2).
       01 LNextInvNum PIC 9(6).

      *Issues the next invoice number in company LCompany's series.
      *A company's first number is the start of the series set on
      *its master record; when the series runs out the numbers carry
      *on and a warning is given so that a new range can be set.
       PROCEDURE DIVISION USING LCompany, LNextInvNum.
           MOVE LCompany TO WantedCompany
           IF WantedCompany = SPACES
               MOVE "01" TO WantedCompany
           END-IF
           PERFORM LoadCtlTable
           MOVE ZERO TO FoundIdx
           PERFORM VARYING CtlIdx FROM 1 BY 1
               UNTIL CtlIdx > CtlCount
               IF CTCompany(CtlIdx) = WantedCompany
                   MOVE CtlIdx TO FoundIdx
               END-IF
           END-PERFORM
           PERFORM FindCompanySeries
           IF FoundIdx = ZERO AND CtlCount < 50
               ADD 1 TO CtlCount
               MOVE CtlCount TO FoundIdx
               MOVE WantedCompany TO CTCompany(FoundIdx)
               IF SeriesFrom > ZERO
                   COMPUTE CTLastInvNum(FoundIdx) = SeriesFrom - 1
               ELSE
                   MOVE ZEROS TO CTLastInvNum(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx = ZERO
               DISPLAY "Invoice number control full - company "
                   WantedCompany " not added"
               MOVE ZEROS TO LNextInvNum
           ELSE
               ADD 1 TO CTLastInvNum(FoundIdx)
               MOVE CTLastInvNum(FoundIdx) TO LNextInvNum
               IF SeriesTo > ZERO AND LNextInvNum > SeriesTo
                   DISPLAY "Invoice number " LNextInvNum
                       " is past the end of company " WantedCompany
                       "'s series - set a new range"
               END-IF
               PERFORM SaveCtlTable
           END-IF

       EXIT PROGRAM.

       LoadCtlTable.
       MOVE ZERO TO CtlCount
       OPEN INPUT InvCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CtlEOFFlag
           PERFORM LoadOneCtl UNTIL CtlEOF
           CLOSE InvCtlFile
       END-IF.

       LoadOneCtl.
       READ InvCtlFile
           AT END SET CtlEOF TO TRUE
           NOT AT END
               IF CtlCount < 50
                   ADD 1 TO CtlCount
                   IF CtlCompany = SPACES
                       MOVE "01" TO CTCompany(CtlCount)
                   ELSE
                       MOVE CtlCompany TO CTCompany(CtlCount)
                   END-IF
                   MOVE CtlLastInvNum TO CTLastInvNum(CtlCount)
               END-IF
       END-READ.

       FindCompanySeries.
       MOVE ZEROS TO SeriesFrom
       MOVE ZEROS TO SeriesTo
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM ScanOneCompany UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       ScanOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CoCode = WantedCompany
                   MOVE CoInvFrom TO SeriesFrom
                   MOVE CoInvTo TO SeriesTo
               END-IF
       END-READ.

       SaveCtlTable.
       OPEN OUTPUT InvCtlFile
       PERFORM VARYING CtlIdx FROM 1 BY 1
           UNTIL CtlIdx > CtlCount
           MOVE SPACES TO InvCtlRecord
           MOVE CTLastInvNum(CtlIdx) TO CtlLastInvNum
           MOVE CTCompany(CtlIdx) TO CtlCompany
           WRITE InvCtlRecord
       END-PERFORM
       CLOSE InvCtlFile.
