      *Payment terms maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. termsmnt.
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
       01 CustTermsEOFFlag PIC X VALUE "N".
           88 CustTermsEOF VALUE "Y".
       01 TermsTable.
           02 TermsEntry OCCURS 50 TIMES.
               03 TTCode PIC X(4).
               03 TTDesc PIC X(20).
               03 TTType PIC X.
               03 TTDays PIC 9(3).
               03 TTDiscPct PIC 9(2)V99.
               03 TTDiscDays PIC 9(3).
       01 TermsCount PIC 99 VALUE ZERO.
       01 TermsIdx PIC 99 VALUE ZERO.
       01 CustTermsTable.
           02 CustTermsEntry OCCURS 500 TIMES.
               03 CMIDNum PIC 9(7).
               03 CMCode PIC X(4).
       01 CustTermsCount PIC 999 VALUE ZERO.
       01 CustTermsIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(4) VALUE SPACE.
       01 NewDesc PIC X(20) VALUE SPACE.
       01 NewType PIC X VALUE "N".
           88 ValidTermsType VALUE "N" "E".
       01 NewDays PIC 9(3) VALUE ZERO.
       01 NewDiscPct PIC 9(2)V99 VALUE ZERO.
       01 NewDiscDays PIC 9(3) VALUE ZERO.
       01 NewIDNum PIC 9(7) VALUE ZEROS.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 TermsDetailLine.
           02 PrnIdx PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X(8) VALUE "  type: ".
           02 PrnType PIC X.
           02 FILLER PIC X(8) VALUE "  days: ".
           02 PrnDays PIC ZZ9.
           02 FILLER PIC X(8) VALUE "  disc: ".
           02 PrnDiscPct PIC Z9.99.
           02 FILLER PIC X(8) VALUE "% within".
           02 PrnDiscDays PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LoadTermsTable
           PERFORM LoadCustTermsTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListTerms
               DISPLAY "(S)et terms  (R)emove terms  (C)ustomer " &
                   "default  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetTerms
               END-IF
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM RemoveTerms
               END-IF
               IF MntOption = "C" OR MntOption = "c"
                   PERFORM SetCustomerTerms
               END-IF
           END-PERFORM
           PERFORM SaveTermsTable
           PERFORM SaveCustTermsTable
           DISPLAY "Terms files saved".

       STOP RUN.

       LoadTermsTable.
       MOVE ZERO TO TermsCount
       OPEN INPUT TermsFile
       IF WSFileStatus = "35"
           DISPLAY "Terms.dat not found - standard terms loaded"
           PERFORM LoadStandardTerms
       ELSE
           MOVE SPACES TO TrmCode
           PERFORM LoadOneTerms UNTIL TermsEOF
           CLOSE TermsFile
       END-IF.

       LoadStandardTerms.
       MOVE "N10" TO TTCode(1)
       MOVE "Net 10 days" TO TTDesc(1)
       MOVE "N" TO TTType(1)
       MOVE 10 TO TTDays(1)
       MOVE "N30" TO TTCode(2)
       MOVE "Net 30 days" TO TTDesc(2)
       MOVE "N" TO TTType(2)
       MOVE 30 TO TTDays(2)
       MOVE "N60" TO TTCode(3)
       MOVE "Net 60 days" TO TTDesc(3)
       MOVE "N" TO TTType(3)
       MOVE 60 TO TTDays(3)
       MOVE "EOM" TO TTCode(4)
       MOVE "End of month" TO TTDesc(4)
       MOVE "E" TO TTType(4)
       MOVE ZERO TO TTDays(4)
       MOVE "E30" TO TTCode(5)
       MOVE "30 days end of month" TO TTDesc(5)
       MOVE "E" TO TTType(5)
       MOVE 30 TO TTDays(5)
       MOVE "2N30" TO TTCode(6)
       MOVE "2% 10 days, net 30" TO TTDesc(6)
       MOVE "N" TO TTType(6)
       MOVE 30 TO TTDays(6)
       MOVE 2 TO TTDiscPct(6)
       MOVE 10 TO TTDiscDays(6)
       MOVE 6 TO TermsCount.

       LoadOneTerms.
       READ TermsFile
           AT END SET TermsEOF TO TRUE
           NOT AT END
               IF TermsCount < 50 AND TrmCode NOT = SPACES
                   ADD 1 TO TermsCount
                   MOVE TrmCode TO TTCode(TermsCount)
                   MOVE TrmDesc TO TTDesc(TermsCount)
                   MOVE TrmType TO TTType(TermsCount)
                   MOVE TrmDays TO TTDays(TermsCount)
                   MOVE TrmDiscPct TO TTDiscPct(TermsCount)
                   MOVE TrmDiscDays TO TTDiscDays(TermsCount)
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

       ListTerms.
       DISPLAY "Payment terms on file (type N = net days, " &
           "E = days after month end):"
       PERFORM VARYING TermsIdx FROM 1 BY 1
           UNTIL TermsIdx > TermsCount
           MOVE TermsIdx TO PrnIdx
           MOVE TTCode(TermsIdx) TO PrnCode
           MOVE TTDesc(TermsIdx) TO PrnDesc
           MOVE TTType(TermsIdx) TO PrnType
           MOVE TTDays(TermsIdx) TO PrnDays
           MOVE TTDiscPct(TermsIdx) TO PrnDiscPct
           MOVE TTDiscDays(TermsIdx) TO PrnDiscDays
           DISPLAY TermsDetailLine
       END-PERFORM.

       FindTermsEntry.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING TermsIdx FROM 1 BY 1
           UNTIL TermsIdx > TermsCount
           IF TTCode(TermsIdx) = NewCode
               MOVE TermsIdx TO FoundIdx
           END-IF
       END-PERFORM.

       SetTerms.
       DISPLAY "Terms code (e.g. N30, EOM) : " WITH NO ADVANCING
       ACCEPT NewCode
       DISPLAY "Description : " WITH NO ADVANCING
       ACCEPT NewDesc
       DISPLAY "Type N/E : " WITH NO ADVANCING
       ACCEPT NewType
       DISPLAY "Days : " WITH NO ADVANCING
       ACCEPT NewDays
       DISPLAY "Prompt-payment discount % (0 = none) : "
           WITH NO ADVANCING
       ACCEPT NewDiscPct
       MOVE ZERO TO NewDiscDays
       IF NewDiscPct > ZERO
           DISPLAY "Discount window in days from invoice : "
               WITH NO ADVANCING
           ACCEPT NewDiscDays
       END-IF
       IF NewCode = SPACES
           DISPLAY "Terms not set - no code given"
       ELSE
           IF NOT ValidTermsType
               DISPLAY "Terms not set - type must be N or E"
           ELSE
               PERFORM FindTermsEntry
               IF FoundIdx = ZERO
                   IF TermsCount >= 50
                       DISPLAY "Terms file full"
                   ELSE
                       ADD 1 TO TermsCount
                       MOVE TermsCount TO FoundIdx
                       MOVE NewCode TO TTCode(FoundIdx)
                   END-IF
               END-IF
               IF FoundIdx > ZERO
                   MOVE NewDesc TO TTDesc(FoundIdx)
                   MOVE NewType TO TTType(FoundIdx)
                   MOVE NewDays TO TTDays(FoundIdx)
                   MOVE NewDiscPct TO TTDiscPct(FoundIdx)
                   MOVE NewDiscDays TO TTDiscDays(FoundIdx)
                   DISPLAY "Terms " NewCode " set"
               END-IF
           END-IF
       END-IF.

       RemoveTerms.
       DISPLAY "Entry number to remove : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > TermsCount
           DISPLAY "No such entry"
       ELSE
           MOVE TTCode(FoundIdx) TO NewCode
           MOVE ZERO TO NewIDNum
           PERFORM VARYING CustTermsIdx FROM 1 BY 1
               UNTIL CustTermsIdx > CustTermsCount
               IF CMCode(CustTermsIdx) = NewCode
                   MOVE CMIDNum(CustTermsIdx) TO NewIDNum
               END-IF
           END-PERFORM
           IF NewIDNum NOT = ZERO
               DISPLAY "Terms " NewCode " still assigned to " &
                   "customer " NewIDNum " - not removed"
           ELSE
               PERFORM VARYING TermsIdx FROM FoundIdx BY 1
                   UNTIL TermsIdx >= TermsCount
                   MOVE TermsEntry(TermsIdx + 1)
                       TO TermsEntry(TermsIdx)
               END-PERFORM
               SUBTRACT 1 FROM TermsCount
               DISPLAY "Terms removed"
           END-IF
       END-IF.

       SetCustomerTerms.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       MOVE ZERO TO FoundIdx
       PERFORM VARYING CustTermsIdx FROM 1 BY 1
           UNTIL CustTermsIdx > CustTermsCount
           IF CMIDNum(CustTermsIdx) = NewIDNum
               MOVE CustTermsIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx = ZERO
           DISPLAY "Customer is on the default net 30 terms"
       ELSE
           DISPLAY "Customer is on terms " CMCode(FoundIdx)
       END-IF
       DISPLAY "New terms code (blank for default) : "
           WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       IF NewCode = SPACES
           IF FoundIdx > ZERO
               PERFORM VARYING CustTermsIdx FROM FoundIdx BY 1
                   UNTIL CustTermsIdx >= CustTermsCount
                   MOVE CustTermsEntry(CustTermsIdx + 1)
                       TO CustTermsEntry(CustTermsIdx)
               END-PERFORM
               SUBTRACT 1 FROM CustTermsCount
           END-IF
           DISPLAY "Customer returned to default terms"
       ELSE
           MOVE FoundIdx TO CustTermsIdx
           PERFORM FindTermsEntry
           IF FoundIdx = ZERO
               DISPLAY "Terms code " NewCode " not on file"
           ELSE
               MOVE CustTermsIdx TO FoundIdx
               IF FoundIdx = ZERO
                   IF CustTermsCount >= 500
                       DISPLAY "Customer terms file full"
                   ELSE
                       ADD 1 TO CustTermsCount
                       MOVE CustTermsCount TO FoundIdx
                       MOVE NewIDNum TO CMIDNum(FoundIdx)
                   END-IF
               END-IF
               IF FoundIdx > ZERO
                   MOVE NewCode TO CMCode(FoundIdx)
                   DISPLAY "Customer " NewIDNum " now on terms "
                       NewCode
               END-IF
           END-IF
       END-IF.

       SaveTermsTable.
       OPEN OUTPUT TermsFile
       PERFORM VARYING TermsIdx FROM 1 BY 1
           UNTIL TermsIdx > TermsCount
           MOVE SPACES TO TermsRecord
           MOVE TTCode(TermsIdx) TO TrmCode
           MOVE TTDesc(TermsIdx) TO TrmDesc
           MOVE TTType(TermsIdx) TO TrmType
           MOVE TTDays(TermsIdx) TO TrmDays
           MOVE TTDiscPct(TermsIdx) TO TrmDiscPct
           MOVE TTDiscDays(TermsIdx) TO TrmDiscDays
           WRITE TermsRecord
       END-PERFORM
       CLOSE TermsFile.

       SaveCustTermsTable.
       OPEN OUTPUT CustTermsFile
       PERFORM VARYING CustTermsIdx FROM 1 BY 1
           UNTIL CustTermsIdx > CustTermsCount
           MOVE SPACES TO CustTermsRecord
           MOVE CMIDNum(CustTermsIdx) TO CtmIDNum
           MOVE CMCode(CustTermsIdx) TO CtmCode
           WRITE CustTermsRecord
       END-PERFORM
       CLOSE CustTermsFile.
