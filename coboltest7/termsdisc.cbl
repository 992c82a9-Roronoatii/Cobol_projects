      *Prompt-payment discount service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. termsdisc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermsFile ASSIGN TO "Terms.dat"
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

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoadedFlag PIC X VALUE "N".
           88 TermsLoaded VALUE "Y".
       01 TermsTable.
           02 TermsEntry OCCURS 50 TIMES.
               03 TTCode PIC X(4).
               03 TTDiscPct PIC 9(2)V99.
               03 TTDiscDays PIC 9(3).
       01 TermsCount PIC 99 VALUE ZERO.
       01 TermsIdx PIC 99 VALUE ZERO.
       01 FoundIdx PIC 99 VALUE ZERO.
       01 DateFunction PIC X VALUE "A".
       01 DateOne PIC 9(8) VALUE ZEROS.
       01 DateTwo PIC 9(8) VALUE ZEROS.
       01 DateDays PIC S9(7) VALUE ZERO.
       01 DateResult PIC S9(9) VALUE ZERO.
       01 DateStatus PIC X(2) VALUE SPACE.

       LINKAGE SECTION.
       01 LTermsCode PIC X(4).
       01 LInvDate PIC 9(8).
       01 LPayDate PIC 9(8).
       01 LInvAmount PIC 9(6)V99.
       01 LDiscAmount PIC 9(6)V99.
       01 LDiscDate PIC 9(8).
       01 LStatus PIC X(2).

      *Works out the prompt-payment discount an invoice carries under
      *its terms.  Status 00 means LPayDate falls inside the discount
      *window, 01 that the window closed on LDiscDate, and 02 that the
      *terms carry no discount (LDiscAmount is then zero).
       PROCEDURE DIVISION USING LTermsCode, LInvDate, LPayDate,
           LInvAmount, LDiscAmount, LDiscDate, LStatus.
           IF NOT TermsLoaded
               PERFORM LoadTermsTable
               MOVE "Y" TO LoadedFlag
           END-IF
           MOVE ZERO TO LDiscAmount
           MOVE ZEROS TO LDiscDate
           MOVE "02" TO LStatus
           MOVE ZERO TO FoundIdx
           PERFORM VARYING TermsIdx FROM 1 BY 1
               UNTIL TermsIdx > TermsCount
               IF TTCode(TermsIdx) = LTermsCode
                   MOVE TermsIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx > ZERO
               IF TTDiscPct(FoundIdx) > ZERO
                   COMPUTE LDiscAmount ROUNDED =
                       LInvAmount * TTDiscPct(FoundIdx) / 100
                   MOVE "A" TO DateFunction
                   MOVE LInvDate TO DateOne
                   MOVE TTDiscDays(FoundIdx) TO DateDays
                   CALL 'datecalc' USING DateFunction, DateOne,
                       DateTwo, DateDays, DateResult, DateStatus
                   MOVE DateResult TO LDiscDate
                   IF LPayDate > LDiscDate
                       MOVE "01" TO LStatus
                   ELSE
                       MOVE "00" TO LStatus
                   END-IF
               END-IF
           END-IF

       EXIT PROGRAM.

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
                   MOVE TrmDiscPct TO TTDiscPct(TermsCount)
                   MOVE TrmDiscDays TO TTDiscDays(TermsCount)
               END-IF
       END-READ.
