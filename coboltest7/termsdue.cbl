      *Payment terms and due date service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. termsdue.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermsFile ASSIGN TO "Terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustTermsFile ASSIGN TO "CustTerms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TermsFile.
       01 TermsRecord.
           02 TrmCode PIC X(4).
               88 TermsEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 TrmDesc PIC X(20).
           02 FILLER PIC X.
           02 TrmType PIC X.
           02 FILLER PIC X.
           02 TrmDays PIC 9(3).
           02 FILLER PIC X.
           02 TrmDiscPct PIC 9(2)V99.
           02 FILLER PIC X.
           02 TrmDiscDays PIC 9(3).

       FD CustTermsFile.
       01 CustTermsRecord.
           02 CtmIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CtmCode PIC X(4).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoadedFlag PIC X VALUE "N".
           88 TermsLoaded VALUE "Y".
       01 CustTermsEOFFlag PIC X VALUE "N".
           88 CustTermsEOF VALUE "Y".
       01 TermsTable.
           02 TermsEntry OCCURS 50 TIMES.
               03 TTCode PIC X(4).
               03 TTType PIC X.
               03 TTDays PIC 9(3).
       01 TermsCount PIC 99 VALUE ZERO.
       01 TermsIdx PIC 99 VALUE ZERO.
       01 CustTermsTable.
           02 CustTermsEntry OCCURS 500 TIMES.
               03 CMIDNum PIC 9(7).
               03 CMCode PIC X(4).
       01 CustTermsCount PIC 999 VALUE ZERO.
       01 CustTermsIdx PIC 999 VALUE ZERO.
       01 DefaultTerms PIC X(4) VALUE "N30".
       01 FoundFlag PIC X VALUE "N".
           88 TermsFound VALUE "Y".
       01 UseType PIC X VALUE "N".
           88 EndOfMonthTerms VALUE "E".
       01 UseDays PIC 9(3) VALUE 30.
       01 MonthEndWork PIC 9(8) VALUE ZEROS.
       01 MonthEndYear PIC 9(4) VALUE ZERO.
       01 MonthEndMonth PIC 99 VALUE ZERO.
       01 DateFunction PIC X VALUE "A".
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.

       LINKAGE SECTION.
       01 LIDNum PIC 9(7).
       01 LInvDate PIC 9(8).
       01 LTermsCode PIC X(4).
       01 LDueDate PIC 9(8).
       01 LStatus PIC X(2).

      *Returns the due date for an invoice of LIDNum dated LInvDate.
      *A blank LTermsCode takes the customer's default terms from
      *CustTerms.dat, and the code actually used is handed back.
      *Status 01 means the code was not on Terms.dat and net 30 was
      *applied.
       PROCEDURE DIVISION USING LIDNum, LInvDate, LTermsCode,
           LDueDate, LStatus.
           IF NOT TermsLoaded
               PERFORM LoadTermsTable
               PERFORM LoadCustTermsTable
               MOVE "Y" TO LoadedFlag
           END-IF
           MOVE "00" TO LStatus
           IF LTermsCode = SPACES
               PERFORM VARYING CustTermsIdx FROM 1 BY 1
                   UNTIL CustTermsIdx > CustTermsCount
                   IF CMIDNum(CustTermsIdx) = LIDNum
                       MOVE CMCode(CustTermsIdx) TO LTermsCode
                   END-IF
               END-PERFORM
           END-IF
           IF LTermsCode = SPACES
               MOVE DefaultTerms TO LTermsCode
           END-IF
           MOVE "N" TO FoundFlag
           MOVE "N" TO UseType
           MOVE 30 TO UseDays
           PERFORM VARYING TermsIdx FROM 1 BY 1
               UNTIL TermsIdx > TermsCount OR TermsFound
               IF TTCode(TermsIdx) = LTermsCode
                   MOVE TTType(TermsIdx) TO UseType
                   MOVE TTDays(TermsIdx) TO UseDays
                   MOVE "Y" TO FoundFlag
               END-IF
           END-PERFORM
           IF NOT TermsFound AND LTermsCode NOT = DefaultTerms
               MOVE "01" TO LStatus
           END-IF
           MOVE LInvDate TO DateOne
           IF EndOfMonthTerms
               PERFORM FindMonthEnd
               MOVE MonthEndWork TO DateOne
           END-IF
           MOVE "A" TO DateFunction
           MOVE UseDays TO DateDays
           CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
               DateDays, DateResult, DateStatus
           IF DateStatus = "00"
               MOVE DateResult TO LDueDate
           ELSE
               MOVE LInvDate TO LDueDate
               MOVE "99" TO LStatus
           END-IF

       EXIT PROGRAM.

       FindMonthEnd.
       MOVE LInvDate(1:4) TO MonthEndYear
       MOVE LInvDate(5:2) TO MonthEndMonth
       IF MonthEndMonth >= 12
           ADD 1 TO MonthEndYear
           MOVE 1 TO MonthEndMonth
       ELSE
           ADD 1 TO MonthEndMonth
       END-IF
       MOVE MonthEndYear TO MonthEndWork(1:4)
       MOVE MonthEndMonth TO MonthEndWork(5:2)
       MOVE "01" TO MonthEndWork(7:2)
       MOVE "A" TO DateFunction
       MOVE MonthEndWork TO DateOne
       MOVE -1 TO DateDays
       CALL 'datecalc' USING DateFunction, DateOne, DateTwo,
           DateDays, DateResult, DateStatus
       IF DateStatus = "00"
           MOVE DateResult TO MonthEndWork
       ELSE
           MOVE LInvDate TO MonthEndWork
       END-IF.

       LoadTermsTable.
       MOVE ZERO TO TermsCount
       OPEN INPUT TermsFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE SPACES TO TrmCode
           PERFORM LoadOneTerms UNTIL TermsEOF
           CLOSE TermsFile
       END-IF.

       LoadOneTerms.
       READ TermsFile
           AT END SET TermsEOF TO TRUE
           NOT AT END
               IF TermsCount < 50 AND TrmCode NOT = SPACES
                   ADD 1 TO TermsCount
                   MOVE TrmCode TO TTCode(TermsCount)
                   MOVE TrmType TO TTType(TermsCount)
                   MOVE TrmDays TO TTDays(TermsCount)
               END-IF
       END-READ.

       LoadCustTermsTable.
       MOVE ZERO TO CustTermsCount
       OPEN INPUT CustTermsFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO CustTermsEOFFlag
           PERFORM LoadOneCustTerms UNTIL CustTermsEOF
           CLOSE CustTermsFile
       END-IF.

       LoadOneCustTerms.
       READ CustTermsFile
           AT END SET CustTermsEOF TO TRUE
           NOT AT END
               IF CustTermsCount < 500
                   ADD 1 TO CustTermsCount
                   MOVE CtmIDNum TO CMIDNum(CustTermsCount)
                   MOVE CtmCode TO CMCode(CustTermsCount)
               END-IF
       END-READ.
