      *Company master maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. compmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CompanyFile.
           COPY compdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "COMPMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 CompTable.
           02 CompEntry OCCURS 20 TIMES.
               03 CTCode PIC X(2).
               03 CTName PIC X(30).
               03 CTRemitLine PIC X(40) OCCURS 4 TIMES.
               03 CTInvFrom PIC 9(6).
               03 CTInvTo PIC 9(6).
       01 CompCount PIC 99 VALUE ZERO.
       01 CompIdx PIC 99 VALUE ZERO.
       01 FoundIdx PIC 99 VALUE ZERO.
       01 RemitIdx PIC 9 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(2) VALUE SPACE.
       01 NewName PIC X(30) VALUE SPACE.
       01 NewRemitLine PIC X(40) VALUE SPACE.
       01 NewInvFrom PIC 9(6) VALUE ZEROS.
       01 NewInvTo PIC 9(6) VALUE ZEROS.
       01 CheckTo PIC 9(6) VALUE ZEROS.
       01 OtherTo PIC 9(6) VALUE ZEROS.
       01 RangeOKFlag PIC X VALUE "Y".
           88 RangeOK VALUE "Y".
       01 CompanyDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCode PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnName PIC X(30).
           02 FILLER PIC X(10) VALUE "  numbers ".
           02 PrnInvFrom PIC 9(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrnInvTo PIC 9(6).

       PROCEDURE DIVISION.
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for company " &
                   "maintenance"
               GOBACK
           END-IF
           PERFORM LoadCompanyTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListCompanies
               DISPLAY "(A)dd or change a company  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "A" OR MntOption = "a"
                   PERFORM MaintainCompany
               END-IF
           END-PERFORM
           PERFORM SaveCompanyTable
           DISPLAY "Company master saved".

       STOP RUN.

      *Without a rule for COMPMNT only a supervisor may maintain the
      *company master.
       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D" AND NOT IsSupervisor
           MOVE "N" TO AuthAllowed
       END-IF.

       LoadCompanyTable.
       MOVE ZERO TO CompCount
       OPEN INPUT CompanyFile
       IF WSFileStatus = "35"
           DISPLAY "Company.dat not found - all customers are " &
               "company 01's"
       ELSE
           MOVE "N" TO CompEOFFlag
           PERFORM LoadOneCompany UNTIL CompEOF
           CLOSE CompanyFile
       END-IF.

       LoadOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CompCount < 20
                   ADD 1 TO CompCount
                   MOVE CoCode TO CTCode(CompCount)
                   MOVE CoName TO CTName(CompCount)
                   PERFORM VARYING RemitIdx FROM 1 BY 1
                       UNTIL RemitIdx > 4
                       MOVE CoRemitLine(RemitIdx)
                           TO CTRemitLine(CompCount, RemitIdx)
                   END-PERFORM
                   MOVE CoInvFrom TO CTInvFrom(CompCount)
                   MOVE CoInvTo TO CTInvTo(CompCount)
               END-IF
       END-READ.

       ListCompanies.
       DISPLAY "Companies"
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           MOVE CTCode(CompIdx) TO PrnCode
           MOVE CTName(CompIdx) TO PrnName
           MOVE CTInvFrom(CompIdx) TO PrnInvFrom
           MOVE CTInvTo(CompIdx) TO PrnInvTo
           DISPLAY CompanyDetailLine
       END-PERFORM.

      *Blank answers keep what is held.  The invoice series of two
      *companies may not overlap, as invoice numbers are quoted on
      *remittances without the company.
       MaintainCompany.
       DISPLAY "Company code (2 characters) : " WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       IF NewCode = SPACES
           DISPLAY "No company code given"
       ELSE
           MOVE ZERO TO FoundIdx
           PERFORM VARYING CompIdx FROM 1 BY 1
               UNTIL CompIdx > CompCount
               IF CTCode(CompIdx) = NewCode
                   MOVE CompIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx = ZERO
               IF CompCount >= 20
                   DISPLAY "Company table full"
               ELSE
                   ADD 1 TO CompCount
                   MOVE CompCount TO FoundIdx
                   MOVE NewCode TO CTCode(FoundIdx)
                   MOVE SPACES TO CTName(FoundIdx)
                   PERFORM VARYING RemitIdx FROM 1 BY 1
                       UNTIL RemitIdx > 4
                       MOVE SPACES TO CTRemitLine(FoundIdx, RemitIdx)
                   END-PERFORM
                   MOVE ZEROS TO CTInvFrom(FoundIdx)
                   MOVE ZEROS TO CTInvTo(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx > ZERO
               PERFORM AcceptCompanyDetail
           END-IF
       END-IF.

       AcceptCompanyDetail.
       DISPLAY "Name [" CTName(FoundIdx) "] : " WITH NO ADVANCING
       MOVE SPACES TO NewName
       ACCEPT NewName
       IF NewName NOT = SPACES
           MOVE NewName TO CTName(FoundIdx)
       END-IF
       PERFORM VARYING RemitIdx FROM 1 BY 1 UNTIL RemitIdx > 4
           DISPLAY "Remit-to line " RemitIdx " ["
               CTRemitLine(FoundIdx, RemitIdx) "] : "
               WITH NO ADVANCING
           MOVE SPACES TO NewRemitLine
           ACCEPT NewRemitLine
           IF NewRemitLine NOT = SPACES
               MOVE NewRemitLine TO CTRemitLine(FoundIdx, RemitIdx)
           END-IF
       END-PERFORM
       DISPLAY "First invoice number [" CTInvFrom(FoundIdx) "] : "
           WITH NO ADVANCING
       MOVE ZEROS TO NewInvFrom
       ACCEPT NewInvFrom
       IF NewInvFrom = ZEROS
           MOVE CTInvFrom(FoundIdx) TO NewInvFrom
       END-IF
       DISPLAY "Last invoice number [" CTInvTo(FoundIdx) "] : "
           WITH NO ADVANCING
       MOVE ZEROS TO NewInvTo
       ACCEPT NewInvTo
       IF NewInvTo = ZEROS
           MOVE CTInvTo(FoundIdx) TO NewInvTo
       END-IF
       PERFORM CheckInvoiceRange
       IF RangeOK
           MOVE NewInvFrom TO CTInvFrom(FoundIdx)
           MOVE NewInvTo TO CTInvTo(FoundIdx)
           DISPLAY "Company " CTCode(FoundIdx) " updated"
       END-IF.

      *A series with no last number runs to 999999.
       CheckInvoiceRange.
       MOVE "Y" TO RangeOKFlag
       IF NewInvTo NOT = ZEROS AND NewInvTo < NewInvFrom
           DISPLAY "Last invoice number is before the first"
           MOVE "N" TO RangeOKFlag
       END-IF
       MOVE NewInvTo TO CheckTo
       IF CheckTo = ZEROS
           MOVE 999999 TO CheckTo
       END-IF
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           MOVE CTInvTo(CompIdx) TO OtherTo
           IF OtherTo = ZEROS
               MOVE 999999 TO OtherTo
           END-IF
           IF CompIdx NOT = FoundIdx AND RangeOK
               AND NewInvFrom NOT = ZEROS
               AND CTInvFrom(CompIdx) NOT = ZEROS
               AND NewInvFrom NOT > OtherTo
               AND CheckTo NOT < CTInvFrom(CompIdx)
               DISPLAY "Invoice numbers overlap company "
                   CTCode(CompIdx) "'s series - range not changed"
               MOVE "N" TO RangeOKFlag
           END-IF
       END-PERFORM.

       SaveCompanyTable.
       OPEN OUTPUT CompanyFile
       PERFORM VARYING CompIdx FROM 1 BY 1
           UNTIL CompIdx > CompCount
           MOVE SPACES TO CompanyRecord
           MOVE CTCode(CompIdx) TO CoCode
           MOVE CTName(CompIdx) TO CoName
           PERFORM VARYING RemitIdx FROM 1 BY 1 UNTIL RemitIdx > 4
               MOVE CTRemitLine(CompIdx, RemitIdx)
                   TO CoRemitLine(RemitIdx)
           END-PERFORM
           MOVE CTInvFrom(CompIdx) TO CoInvFrom
           MOVE CTInvTo(CompIdx) TO CoInvTo
           WRITE CompanyRecord
       END-PERFORM
       CLOSE CompanyFile.
