      *Salesperson and commission rate maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesmnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RepFile ASSIGN TO "SalesRep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RateFile ASSIGN TO "CommRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CustRepFile ASSIGN TO "CustRep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RepFile.
       01 RepRecord.
           02 SrpCode PIC X(4).
           02 FILLER PIC X.
           02 SrpName PIC X(20).
           02 FILLER PIC X.
           02 SrpActive PIC X.

       FD RateFile.
       01 RateRecord.
           02 CrtRepCode PIC X(4).
           02 FILLER PIC X.
           02 CrtItemCode PIC X(6).
           02 FILLER PIC X.
           02 CrtRate PIC 9(2)V99.

       FD CustRepFile.
       01 CustRepRecord.
           02 CrpIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CrpRepCode PIC X(4).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 RepEOFFlag PIC X VALUE "N".
           88 RepEOF VALUE "Y".
       01 RateEOFFlag PIC X VALUE "N".
           88 RateEOF VALUE "Y".
       01 CustRepEOFFlag PIC X VALUE "N".
           88 CustRepEOF VALUE "Y".
       01 RepTable.
           02 RepEntry OCCURS 50 TIMES.
               03 RTCode PIC X(4).
               03 RTName PIC X(20).
               03 RTActive PIC X.
       01 RepCount PIC 99 VALUE ZERO.
       01 RepIdx PIC 99 VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 300 TIMES.
               03 RRRepCode PIC X(4).
               03 RRItemCode PIC X(6).
               03 RRRate PIC 9(2)V99.
       01 RateCount PIC 999 VALUE ZERO.
       01 RateIdx PIC 999 VALUE ZERO.
       01 CustRepTable.
           02 CustRepEntry OCCURS 500 TIMES.
               03 CRIDNum PIC 9(7).
               03 CRRepCode PIC X(4).
       01 CustRepCount PIC 999 VALUE ZERO.
       01 CustRepIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(4) VALUE SPACE.
       01 NewName PIC X(20) VALUE SPACE.
       01 NewActive PIC X VALUE "Y".
           88 ValidActive VALUE "Y" "N".
       01 NewItemCode PIC X(6) VALUE SPACE.
       01 NewRate PIC 9(2)V99 VALUE ZERO.
       01 NewIDNum PIC 9(7) VALUE ZEROS.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 RepFoundIdx PIC 99 VALUE ZERO.
       01 RepDetailLine.
           02 PrnIdx PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCode PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnName PIC X(20).
           02 FILLER PIC X(10) VALUE "  active: ".
           02 PrnActive PIC X.
       01 RateDetailLine.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "item ".
           02 PrnRateItem PIC X(6).
           02 FILLER PIC X(11) VALUE "  rate     ".
           02 PrnRate PIC Z9.99.
           02 FILLER PIC X VALUE "%".

       PROCEDURE DIVISION.
           PERFORM LoadRepTable
           PERFORM LoadRateTable
           PERFORM LoadCustRepTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListReps
               DISPLAY "(S)et salesperson  (R)emove salesperson  " &
                   "(P)ercent rate  (D)elete rate"
               DISPLAY "(C)ustomer default  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "S" OR MntOption = "s"
                   PERFORM SetSalesperson
               END-IF
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM RemoveSalesperson
               END-IF
               IF MntOption = "P" OR MntOption = "p"
                   PERFORM SetCommRate
               END-IF
               IF MntOption = "D" OR MntOption = "d"
                   PERFORM DeleteCommRate
               END-IF
               IF MntOption = "C" OR MntOption = "c"
                   PERFORM SetCustomerRep
               END-IF
           END-PERFORM
           PERFORM SaveRepTable
           PERFORM SaveRateTable
           PERFORM SaveCustRepTable
           DISPLAY "Salesperson files saved".

       STOP RUN.

       LoadRepTable.
       MOVE ZERO TO RepCount
       OPEN INPUT RepFile
       IF WSFileStatus = "35"
           DISPLAY "SalesRep.dat not found - starting empty"
       ELSE
           MOVE "N" TO RepEOFFlag
           PERFORM LoadOneRep UNTIL RepEOF
           CLOSE RepFile
       END-IF.

       LoadOneRep.
       READ RepFile
           AT END SET RepEOF TO TRUE
           NOT AT END
               IF RepCount < 50 AND SrpCode NOT = SPACES
                   ADD 1 TO RepCount
                   MOVE SrpCode TO RTCode(RepCount)
                   MOVE SrpName TO RTName(RepCount)
                   MOVE SrpActive TO RTActive(RepCount)
               END-IF
       END-READ.

       LoadRateTable.
       MOVE ZERO TO RateCount
       OPEN INPUT RateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO RateEOFFlag
           PERFORM LoadOneRate UNTIL RateEOF
           CLOSE RateFile
       END-IF.

       LoadOneRate.
       READ RateFile
           AT END SET RateEOF TO TRUE
           NOT AT END
               IF RateCount < 300 AND CrtRepCode NOT = SPACES
                   ADD 1 TO RateCount
                   MOVE CrtRepCode TO RRRepCode(RateCount)
                   MOVE CrtItemCode TO RRItemCode(RateCount)
                   MOVE CrtRate TO RRRate(RateCount)
               END-IF
       END-READ.

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

      *A rate with a blank item code is the salesperson's rate for
      *every item without a rate of its own.
       ListReps.
       DISPLAY "Salespeople on file (item ALL = every other item):"
       PERFORM VARYING RepIdx FROM 1 BY 1
           UNTIL RepIdx > RepCount
           MOVE RepIdx TO PrnIdx
           MOVE RTCode(RepIdx) TO PrnCode
           MOVE RTName(RepIdx) TO PrnName
           MOVE RTActive(RepIdx) TO PrnActive
           DISPLAY RepDetailLine
           PERFORM VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
               IF RRRepCode(RateIdx) = RTCode(RepIdx)
                   IF RRItemCode(RateIdx) = SPACES
                       MOVE "ALL" TO PrnRateItem
                   ELSE
                       MOVE RRItemCode(RateIdx) TO PrnRateItem
                   END-IF
                   MOVE RRRate(RateIdx) TO PrnRate
                   DISPLAY RateDetailLine
               END-IF
           END-PERFORM
       END-PERFORM.

       FindRepEntry.
       MOVE ZERO TO RepFoundIdx
       PERFORM VARYING RepIdx FROM 1 BY 1
           UNTIL RepIdx > RepCount
           IF RTCode(RepIdx) = NewCode
               MOVE RepIdx TO RepFoundIdx
           END-IF
       END-PERFORM.

       FindRateEntry.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           IF RRRepCode(RateIdx) = NewCode
               AND RRItemCode(RateIdx) = NewItemCode
               MOVE RateIdx TO FoundIdx
           END-IF
       END-PERFORM.

       SetSalesperson.
       DISPLAY "Salesperson code : " WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       DISPLAY "Name : " WITH NO ADVANCING
       MOVE SPACES TO NewName
       ACCEPT NewName
       DISPLAY "Active Y/N : " WITH NO ADVANCING
       MOVE "Y" TO NewActive
       ACCEPT NewActive
       IF NewCode = SPACES
           DISPLAY "Salesperson not set - no code given"
       ELSE
           IF NOT ValidActive
               DISPLAY "Salesperson not set - active must be Y or N"
           ELSE
               PERFORM FindRepEntry
               IF RepFoundIdx = ZERO
                   IF RepCount >= 50
                       DISPLAY "Salesperson file full"
                   ELSE
                       ADD 1 TO RepCount
                       MOVE RepCount TO RepFoundIdx
                       MOVE NewCode TO RTCode(RepFoundIdx)
                   END-IF
               END-IF
               IF RepFoundIdx > ZERO
                   MOVE NewName TO RTName(RepFoundIdx)
                   MOVE NewActive TO RTActive(RepFoundIdx)
                   DISPLAY "Salesperson " NewCode " set"
               END-IF
           END-IF
       END-IF.

      *A salesperson still named as a customer's default cannot be
      *removed; the rates go with the salesperson.
       RemoveSalesperson.
       DISPLAY "Entry number to remove : " WITH NO ADVANCING
       ACCEPT RepFoundIdx
       IF RepFoundIdx < 1 OR RepFoundIdx > RepCount
           DISPLAY "No such entry"
       ELSE
           MOVE RTCode(RepFoundIdx) TO NewCode
           MOVE ZERO TO NewIDNum
           PERFORM VARYING CustRepIdx FROM 1 BY 1
               UNTIL CustRepIdx > CustRepCount
               IF CRRepCode(CustRepIdx) = NewCode
                   MOVE CRIDNum(CustRepIdx) TO NewIDNum
               END-IF
           END-PERFORM
           IF NewIDNum NOT = ZERO
               DISPLAY "Salesperson " NewCode " still assigned to " &
                   "customer " NewIDNum " - not removed"
           ELSE
               PERFORM VARYING RepIdx FROM RepFoundIdx BY 1
                   UNTIL RepIdx >= RepCount
                   MOVE RepEntry(RepIdx + 1) TO RepEntry(RepIdx)
               END-PERFORM
               SUBTRACT 1 FROM RepCount
               MOVE 1 TO RateIdx
               PERFORM UNTIL RateIdx > RateCount
                   IF RRRepCode(RateIdx) = NewCode
                       MOVE RateIdx TO FoundIdx
                       PERFORM RemoveRateEntry
                   ELSE
                       ADD 1 TO RateIdx
                   END-IF
               END-PERFORM
               DISPLAY "Salesperson removed"
           END-IF
       END-IF.

       RemoveRateEntry.
       PERFORM VARYING RateIdx FROM FoundIdx BY 1
           UNTIL RateIdx >= RateCount
           MOVE RateEntry(RateIdx + 1) TO RateEntry(RateIdx)
       END-PERFORM
       SUBTRACT 1 FROM RateCount
       MOVE FoundIdx TO RateIdx.

       SetCommRate.
       DISPLAY "Salesperson code : " WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       DISPLAY "Item code (blank = all items) : " WITH NO ADVANCING
       MOVE SPACES TO NewItemCode
       ACCEPT NewItemCode
       DISPLAY "Commission rate % : " WITH NO ADVANCING
       MOVE ZERO TO NewRate
       ACCEPT NewRate
       PERFORM FindRepEntry
       IF RepFoundIdx = ZERO
           DISPLAY "Salesperson " NewCode " not on file"
       ELSE
           PERFORM FindRateEntry
           IF FoundIdx = ZERO
               IF RateCount >= 300
                   DISPLAY "Commission rate file full"
               ELSE
                   ADD 1 TO RateCount
                   MOVE RateCount TO FoundIdx
                   MOVE NewCode TO RRRepCode(FoundIdx)
                   MOVE NewItemCode TO RRItemCode(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx > ZERO
               MOVE NewRate TO RRRate(FoundIdx)
               DISPLAY "Commission rate set"
           END-IF
       END-IF.

       DeleteCommRate.
       DISPLAY "Salesperson code : " WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       DISPLAY "Item code (blank = all items) : " WITH NO ADVANCING
       MOVE SPACES TO NewItemCode
       ACCEPT NewItemCode
       PERFORM FindRateEntry
       IF FoundIdx = ZERO
           DISPLAY "No such commission rate"
       ELSE
           PERFORM RemoveRateEntry
           DISPLAY "Commission rate deleted"
       END-IF.

       SetCustomerRep.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       MOVE ZERO TO FoundIdx
       PERFORM VARYING CustRepIdx FROM 1 BY 1
           UNTIL CustRepIdx > CustRepCount
           IF CRIDNum(CustRepIdx) = NewIDNum
               MOVE CustRepIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx = ZERO
           DISPLAY "Customer has no salesperson"
       ELSE
           DISPLAY "Customer's salesperson is " CRRepCode(FoundIdx)
       END-IF
       DISPLAY "New salesperson code (blank for none) : "
           WITH NO ADVANCING
       MOVE SPACES TO NewCode
       ACCEPT NewCode
       IF NewCode = SPACES
           IF FoundIdx > ZERO
               PERFORM VARYING CustRepIdx FROM FoundIdx BY 1
                   UNTIL CustRepIdx >= CustRepCount
                   MOVE CustRepEntry(CustRepIdx + 1)
                       TO CustRepEntry(CustRepIdx)
               END-PERFORM
               SUBTRACT 1 FROM CustRepCount
           END-IF
           DISPLAY "Customer has no salesperson"
       ELSE
           PERFORM FindRepEntry
           IF RepFoundIdx = ZERO
               DISPLAY "Salesperson " NewCode " not on file"
           ELSE
           IF RTActive(RepFoundIdx) = "N"
               DISPLAY "Salesperson " NewCode " is not active"
           ELSE
               IF FoundIdx = ZERO
                   IF CustRepCount >= 500
                       DISPLAY "Customer salesperson file full"
                   ELSE
                       ADD 1 TO CustRepCount
                       MOVE CustRepCount TO FoundIdx
                       MOVE NewIDNum TO CRIDNum(FoundIdx)
                   END-IF
               END-IF
               IF FoundIdx > ZERO
                   MOVE NewCode TO CRRepCode(FoundIdx)
                   DISPLAY "Customer " NewIDNum " now with "
                       "salesperson " NewCode
               END-IF
           END-IF
           END-IF
       END-IF.

       SaveRepTable.
       OPEN OUTPUT RepFile
       PERFORM VARYING RepIdx FROM 1 BY 1
           UNTIL RepIdx > RepCount
           MOVE SPACES TO RepRecord
           MOVE RTCode(RepIdx) TO SrpCode
           MOVE RTName(RepIdx) TO SrpName
           MOVE RTActive(RepIdx) TO SrpActive
           WRITE RepRecord
       END-PERFORM
       CLOSE RepFile.

       SaveRateTable.
       OPEN OUTPUT RateFile
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > RateCount
           MOVE SPACES TO RateRecord
           MOVE RRRepCode(RateIdx) TO CrtRepCode
           MOVE RRItemCode(RateIdx) TO CrtItemCode
           MOVE RRRate(RateIdx) TO CrtRate
           WRITE RateRecord
       END-PERFORM
       CLOSE RateFile.

       SaveCustRepTable.
       OPEN OUTPUT CustRepFile
       PERFORM VARYING CustRepIdx FROM 1 BY 1
           UNTIL CustRepIdx > CustRepCount
           MOVE SPACES TO CustRepRecord
           MOVE CRIDNum(CustRepIdx) TO CrpIDNum
           MOVE CRRepCode(CustRepIdx) TO CrpRepCode
           WRITE CustRepRecord
       END-PERFORM
       CLOSE CustRepFile.
