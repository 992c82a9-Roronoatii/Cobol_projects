      *Loyalty points rate and scheme maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loymnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyRateFile ASSIGN TO "LoyRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT LoyCtlFile ASSIGN TO "LoyCtl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LoyRateFile.
           COPY loyrate.

       FD LoyCtlFile.
           COPY loyctl.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 RateTable.
           02 RateEntry OCCURS 500 TIMES.
               03 RTItemCode PIC X(6).
               03 RTRate PIC 9(3)V99.
       01 RateCount PIC 9(3) VALUE ZERO.
       01 RateIdx PIC 9(3) VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewItemCode PIC X(6) VALUE SPACE.
       01 NewRate PIC 9(3)V99 VALUE ZERO.
       01 FoundIdx PIC 9(3) VALUE ZERO.
       01 ExpiryMonths PIC 9(3) VALUE 24.
       01 PointValue PIC 9V9999 VALUE 0.01.
       01 NewExpiryMonths PIC 9(3) VALUE ZERO.
       01 NewPointValue PIC 9V9999 VALUE ZERO.
       01 RateDetailLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRate PIC ZZ9.99.
           02 FILLER PIC X(23) VALUE " points per unit billed".
       01 SchemeLine.
           02 FILLER PIC X(21) VALUE "Points expire after ".
           02 PrnExpiryMonths PIC ZZ9.
           02 FILLER PIC X(26) VALUE " months, each point worth ".
           02 PrnPointValue PIC 9.9999.

       PROCEDURE DIVISION.
           PERFORM LoadRateTable
           PERFORM LoadSchemeControl
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListRates
               DISPLAY "(S)et rate  (R)emove rate  (E)xpiry and " &
                   "value  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetRate
               END-IF
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM RemoveRate
               END-IF
               IF MntOption = "E" OR MntOption = "e"
                   PERFORM SetSchemeControl
               END-IF
           END-PERFORM
           PERFORM SaveRateTable
           PERFORM SaveSchemeControl
           DISPLAY "Loyalty rate and control files saved".

       STOP RUN.

       LoadRateTable.
       MOVE ZERO TO RateCount
       OPEN INPUT LoyRateFile
       IF WSFileStatus = "35"
           DISPLAY "LoyRate.dat not found - starting empty"
       ELSE
           MOVE SPACES TO LrItemCode
           PERFORM LoadOneRate UNTIL LoyRateEOF
           CLOSE LoyRateFile
       END-IF.

       LoadOneRate.
       READ LoyRateFile
           AT END SET LoyRateEOF TO TRUE
           NOT AT END
               IF RateCount < 500 AND LrItemCode NOT = SPACES
                   ADD 1 TO RateCount
                   MOVE LrItemCode TO RTItemCode(RateCount)
                   MOVE LrRate TO RTRate(RateCount)
               END-IF
       END-READ.

       LoadSchemeControl.
       OPEN INPUT LoyCtlFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ LoyCtlFile
               AT END CONTINUE
               NOT AT END
                   MOVE LcExpiryMonths TO ExpiryMonths
                   MOVE LcPointValue TO PointValue
           END-READ
           CLOSE LoyCtlFile
       END-IF.

       ListRates.
       DISPLAY "Loyalty earning rates (* is every other item):"
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           MOVE RateIdx TO PrnIdx
           MOVE RTItemCode(RateIdx) TO PrnItemCode
           MOVE RTRate(RateIdx) TO PrnRate
           DISPLAY RateDetailLine
       END-PERFORM
       MOVE ExpiryMonths TO PrnExpiryMonths
       MOVE PointValue TO PrnPointValue
       DISPLAY SchemeLine.

       FindRateEntry.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           IF RTItemCode(RateIdx) = NewItemCode
               MOVE RateIdx TO FoundIdx
           END-IF
       END-PERFORM.

       SetRate.
       DISPLAY "Item code (* for all other items) : "
           WITH NO ADVANCING
       ACCEPT NewItemCode
       DISPLAY "Points per currency unit : " WITH NO ADVANCING
       ACCEPT NewRate
       IF NewItemCode = SPACES
           DISPLAY "Rate not set - no item code given"
       ELSE
           PERFORM FindRateEntry
           IF FoundIdx = ZERO
               IF RateCount >= 500
                   DISPLAY "Rate table full"
               ELSE
                   ADD 1 TO RateCount
                   MOVE RateCount TO FoundIdx
                   MOVE NewItemCode TO RTItemCode(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx > ZERO
               MOVE NewRate TO RTRate(FoundIdx)
               DISPLAY "Rate for " NewItemCode " set"
           END-IF
       END-IF.

       RemoveRate.
       DISPLAY "Entry number to remove : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > RateCount
           DISPLAY "No such entry"
       ELSE
           PERFORM VARYING RateIdx FROM FoundIdx BY 1
               UNTIL RateIdx >= RateCount
               MOVE RateEntry(RateIdx + 1) TO RateEntry(RateIdx)
           END-PERFORM
           SUBTRACT 1 FROM RateCount
           DISPLAY "Rate removed"
       END-IF.

       SetSchemeControl.
       DISPLAY "Months before points expire (0 = never) : "
           WITH NO ADVANCING
       ACCEPT NewExpiryMonths
       DISPLAY "Cash value of one point : " WITH NO ADVANCING
       ACCEPT NewPointValue
       IF NewPointValue = ZERO
           DISPLAY "Not changed - a point must be worth something"
       ELSE
           MOVE NewExpiryMonths TO ExpiryMonths
           MOVE NewPointValue TO PointValue
           DISPLAY "Expiry and point value set"
       END-IF.

       SaveRateTable.
       OPEN OUTPUT LoyRateFile
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           MOVE SPACES TO LoyRateData
           MOVE RTItemCode(RateIdx) TO LrItemCode
           MOVE RTRate(RateIdx) TO LrRate
           WRITE LoyRateData
       END-PERFORM
       CLOSE LoyRateFile.

       SaveSchemeControl.
       OPEN OUTPUT LoyCtlFile
       MOVE SPACES TO LoyCtlData
       MOVE ExpiryMonths TO LcExpiryMonths
       MOVE PointValue TO LcPointValue
       WRITE LoyCtlData
       CLOSE LoyCtlFile.
