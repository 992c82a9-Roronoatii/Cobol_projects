      *Sign-on company lookup service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. getcomp.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SignonFile ASSIGN TO "Signon.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CompanyFile ASSIGN TO "Company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SignonFile.
           COPY signondata.

       FD CompanyFile.
           COPY compdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 SignEOFFlag PIC X VALUE "N".
           88 SignEOF VALUE "Y".
       01 CompEOFFlag PIC X VALUE "N".
           88 CompEOF VALUE "Y".
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 EnvSession PIC X(4) VALUE SPACE.
       01 EnvCompany PIC X(2) VALUE SPACE.
       01 WantedSession PIC 9(4) VALUE ZEROS.
       01 BestCompany PIC X(2) VALUE "01".

       LINKAGE SECTION.
       01 LCompany PIC X(2).
       01 LCompName PIC X(30).

      *Returns the company chosen at sign-on for the current session,
      *found the same way getsession finds the operator, and its name
      *from Company.dat.  A batch caller names the company it works
      *for in CUSTCOMPANY, which is taken ahead of any session.  With
      *neither, or for a session signed on before companies were kept,
      *the company is 01.  Without a session Signon.dat is not looked
      *at, so a batch run never picks up whoever signed on last.
       PROCEDURE DIVISION USING LCompany, LCompName.
           MOVE "01" TO BestCompany
           MOVE ZEROS TO WantedSession
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE SPACES TO EnvCompany
           ACCEPT EnvCompany FROM ENVIRONMENT "CUSTCOMPANY"
           MOVE SPACES TO EnvSession
           ACCEPT EnvSession FROM ENVIRONMENT "CUSTSESSION"
           IF EnvSession IS NUMERIC
               MOVE EnvSession TO WantedSession
           END-IF
           IF EnvCompany NOT = SPACES
               MOVE EnvCompany TO BestCompany
           ELSE
               IF WantedSession > ZERO
                   OPEN INPUT SignonFile
                   IF WSFileStatus = "35"
                       CONTINUE
                   ELSE
                       MOVE "N" TO SignEOFFlag
                       PERFORM ScanOneSession UNTIL SignEOF
                       CLOSE SignonFile
                   END-IF
               END-IF
           END-IF
           MOVE BestCompany TO LCompany
           MOVE SPACES TO LCompName
           OPEN INPUT CompanyFile
           IF WSFileStatus = "35"
               CONTINUE
           ELSE
               MOVE "N" TO CompEOFFlag
               PERFORM ScanOneCompany UNTIL CompEOF
               CLOSE CompanyFile
           END-IF

       EXIT PROGRAM.

       ScanOneSession.
       READ SignonFile
           AT END SET SignEOF TO TRUE
           NOT AT END
               IF SgnStatus = "A" AND SgnDate = WSToday
                   AND SgnSession = WantedSession
                   PERFORM TakeSessionCompany
               END-IF
       END-READ.

       TakeSessionCompany.
       IF SgnCompany = SPACES
           MOVE "01" TO BestCompany
       ELSE
           MOVE SgnCompany TO BestCompany
       END-IF.

       ScanOneCompany.
       READ CompanyFile
           AT END SET CompEOF TO TRUE
           NOT AT END
               IF CoCode = BestCompany
                   MOVE CoName TO LCompName
               END-IF
       END-READ.
