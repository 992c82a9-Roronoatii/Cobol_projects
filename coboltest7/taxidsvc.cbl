      *Customer taxpayer ID service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxidsvc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaxIDFile ASSIGN TO "TaxID.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT TaxIDAccessLog ASSIGN TO "TaxIDAcc.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
      *Taxpayer IDs are kept apart from the customer master so that
      *only this service ever handles the full number.
       FD TaxIDFile.
       01 TaxIDRecord.
           02 TidIDNum PIC 9(7).
           02 FILLER PIC X.
           02 TidTaxID PIC X(9).

       FD TaxIDAccessLog.
       01 TaxIDAccessRecord.
           02 TalOperID PIC X(8).
           02 FILLER PIC X.
           02 TalDate PIC 9(8).
           02 FILLER PIC X.
           02 TalTime PIC 9(8).
           02 FILLER PIC X.
           02 TalIDNum PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 TidEOFFlag PIC X VALUE "N".
           88 TidEOF VALUE "Y".
       01 TidTable.
           02 TidEntry OCCURS 1000 TIMES.
               03 TTIDNum PIC 9(7).
               03 TTTaxID PIC X(9).
       01 TidCount PIC 9(4) VALUE ZERO.
       01 TidIdx PIC 9(4) VALUE ZERO.
       01 FoundIdx PIC 9(4) VALUE ZERO.
       01 SaveIdx PIC 9(4) VALUE ZERO.
       01 SSNum.
           02 SSArea PIC 999.
           02 SSGroup PIC 99.
           02 SSSerial PIC 9999.
       01 MaskedTaxID.
           02 FILLER PIC X(5) VALUE "*****".
           02 MaskedLast4 PIC X(4).
       01 AuthFunc PIC X(8) VALUE "TAXIDVW".
       01 AuthResult PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 LAction PIC X.
           88 ActMasked VALUE "M".
           88 ActFull VALUE "F".
           88 ActValidate VALUE "V".
           88 ActPut VALUE "P".
       01 LOperID PIC X(8).
       01 LIDNum PIC 9(7).
       01 LTaxID PIC X(9).
       01 LStatus PIC X.

      *M returns customer LIDNum's taxpayer ID masked to its last four
      *digits, status Y, or spaces and status N when none is held.
      *F returns the full ID only when FuncAuth.dat explicitly grants
      *LOperID the TAXIDVW function, logging the access to
      *TaxIDAcc.log; anyone else gets the masked ID and status M.
      *V checks LTaxID against the social security number rules,
      *status Y or I.  P checks and stores LTaxID for the customer,
      *a blank ID removing the one held, status Y or I.
       PROCEDURE DIVISION USING LAction, LOperID, LIDNum, LTaxID,
           LStatus.
           EVALUATE TRUE
               WHEN ActValidate
                   PERFORM ValidateTaxID
               WHEN ActPut
                   PERFORM PutTaxID
               WHEN ActFull
                   PERFORM LoadTaxIDTable
                   PERFORM FindTaxID
                   PERFORM ReturnFullTaxID
               WHEN OTHER
                   PERFORM LoadTaxIDTable
                   PERFORM FindTaxID
                   PERFORM ReturnMaskedTaxID
           END-EVALUATE

       EXIT PROGRAM.

       ValidateTaxID.
       MOVE "Y" TO LStatus
       MOVE LTaxID TO SSNum
       IF SSArea IS NOT NUMERIC OR SSGroup IS NOT NUMERIC
           OR SSSerial IS NOT NUMERIC
           MOVE "I" TO LStatus
       ELSE
           IF SSArea = 000 OR SSArea = 666 OR SSArea >= 900
               MOVE "I" TO LStatus
           END-IF
       END-IF.

       PutTaxID.
       MOVE "Y" TO LStatus
       IF LTaxID NOT = SPACES
           PERFORM ValidateTaxID
       END-IF
       IF LStatus = "Y"
           PERFORM LoadTaxIDTable
           PERFORM FindTaxID
           EVALUATE TRUE
               WHEN LTaxID = SPACES
                   IF FoundIdx > ZERO
                       MOVE ZEROS TO TTIDNum(FoundIdx)
                   END-IF
               WHEN FoundIdx > ZERO
                   MOVE LTaxID TO TTTaxID(FoundIdx)
               WHEN TidCount < 1000
                   ADD 1 TO TidCount
                   MOVE LIDNum TO TTIDNum(TidCount)
                   MOVE LTaxID TO TTTaxID(TidCount)
               WHEN OTHER
                   DISPLAY "Taxpayer ID file full - customer "
                       LIDNum " not stored"
                   MOVE "I" TO LStatus
           END-EVALUATE
           PERFORM SaveTaxIDTable
       END-IF.

       ReturnMaskedTaxID.
       IF FoundIdx = ZERO
           MOVE SPACES TO LTaxID
           MOVE "N" TO LStatus
       ELSE
           MOVE TTTaxID(FoundIdx)(6:4) TO MaskedLast4
           MOVE MaskedTaxID TO LTaxID
           MOVE "Y" TO LStatus
       END-IF.

       ReturnFullTaxID.
       IF FoundIdx = ZERO
           MOVE SPACES TO LTaxID
           MOVE "N" TO LStatus
       ELSE
           CALL 'chkauth' USING LOperID, AuthFunc, AuthResult
           IF AuthResult = "Y"
               MOVE TTTaxID(FoundIdx) TO LTaxID
               MOVE "Y" TO LStatus
               PERFORM LogFullAccess
           ELSE
               PERFORM ReturnMaskedTaxID
               MOVE "M" TO LStatus
           END-IF
       END-IF.

       LogFullAccess.
       OPEN INPUT TaxIDAccessLog
       IF WSFileStatus = "35"
           OPEN OUTPUT TaxIDAccessLog
           CLOSE TaxIDAccessLog
       ELSE
           CLOSE TaxIDAccessLog
       END-IF
       OPEN EXTEND TaxIDAccessLog
       MOVE SPACES TO TaxIDAccessRecord
       MOVE LOperID TO TalOperID
       ACCEPT TalDate FROM DATE YYYYMMDD
       ACCEPT TalTime FROM TIME
       MOVE LIDNum TO TalIDNum
       WRITE TaxIDAccessRecord
       CLOSE TaxIDAccessLog.

       FindTaxID.
       MOVE ZERO TO FoundIdx
       PERFORM VARYING TidIdx FROM 1 BY 1
           UNTIL TidIdx > TidCount
           IF TTIDNum(TidIdx) = LIDNum
               MOVE TidIdx TO FoundIdx
           END-IF
       END-PERFORM.

       LoadTaxIDTable.
       MOVE ZERO TO TidCount
       OPEN INPUT TaxIDFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO TidEOFFlag
           PERFORM LoadOneTaxID UNTIL TidEOF
           CLOSE TaxIDFile
       END-IF.

       LoadOneTaxID.
       READ TaxIDFile
           AT END SET TidEOF TO TRUE
           NOT AT END
               IF TidCount < 1000
                   ADD 1 TO TidCount
                   MOVE TidIDNum TO TTIDNum(TidCount)
                   MOVE TidTaxID TO TTTaxID(TidCount)
               END-IF
       END-READ.

      *Entries cleared to customer zero are dropped when saved.
       SaveTaxIDTable.
       OPEN OUTPUT TaxIDFile
       PERFORM VARYING SaveIdx FROM 1 BY 1
           UNTIL SaveIdx > TidCount
           IF TTIDNum(SaveIdx) NOT = ZEROS
               MOVE SPACES TO TaxIDRecord
               MOVE TTIDNum(SaveIdx) TO TidIDNum
               MOVE TTTaxID(SaveIdx) TO TidTaxID
               WRITE TaxIDRecord
           END-IF
       END-PERFORM
       CLOSE TaxIDFile.
