      *Customer loyalty points ledger service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loysvc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyFile ASSIGN TO "LoyLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD LoyaltyFile.
           COPY loydata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoyEOFFlag PIC X VALUE "N".
           88 LoyEOF VALUE "Y".

       LINKAGE SECTION.
       01 LAction PIC X.
           88 ActBalance VALUE "B".
           88 ActInvoice VALUE "I".
           88 ActPost VALUE "P".
       01 LIDNum PIC 9(7).
       01 LInvNumber PIC 9(6).
       01 LEntryType PIC X.
       01 LDate PIC 9(8).
       01 LPoints PIC S9(7).
       01 LStatus PIC X.

      *B returns customer LIDNum's points balance in LPoints, status
      *Y, or zero and status N when the customer has no entries.
      *I returns the points still standing for invoice LInvNumber -
      *earned less reversed - so a reversal takes back only what is
      *left, status Y or N as for B.  P appends an entry of type
      *LEntryType for LPoints signed points, dated LDate or today
      *when LDate is zero, status Y.
       PROCEDURE DIVISION USING LAction, LIDNum, LInvNumber,
           LEntryType, LDate, LPoints, LStatus.
           EVALUATE TRUE
               WHEN ActBalance
                   PERFORM SumCustomerPoints
               WHEN ActInvoice
                   PERFORM SumCustomerPoints
               WHEN ActPost
                   PERFORM PostLedgerEntry
               WHEN OTHER
                   MOVE "N" TO LStatus
           END-EVALUATE

       EXIT PROGRAM.

       SumCustomerPoints.
       MOVE ZERO TO LPoints
       MOVE "N" TO LStatus
       OPEN INPUT LoyaltyFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO LoyEOFFlag
           PERFORM SumOneEntry UNTIL LoyEOF
           CLOSE LoyaltyFile
       END-IF.

       SumOneEntry.
       READ LoyaltyFile
           AT END SET LoyEOF TO TRUE
           NOT AT END
               IF LyIDNum = LIDNum
                   IF ActBalance
                       ADD LyPoints TO LPoints
                       MOVE "Y" TO LStatus
                   ELSE
                       IF LyInvNumber = LInvNumber
                           AND (LyEarned OR LyReversed)
                           ADD LyPoints TO LPoints
                           MOVE "Y" TO LStatus
                       END-IF
                   END-IF
               END-IF
       END-READ.

       PostLedgerEntry.
       OPEN INPUT LoyaltyFile
       IF WSFileStatus = "35"
           OPEN OUTPUT LoyaltyFile
           CLOSE LoyaltyFile
       ELSE
           CLOSE LoyaltyFile
       END-IF
       OPEN EXTEND LoyaltyFile
       MOVE SPACES TO LoyaltyData
       MOVE LIDNum TO LyIDNum
       IF LDate = ZEROS
           ACCEPT LyDate FROM DATE YYYYMMDD
       ELSE
           MOVE LDate TO LyDate
       END-IF
       MOVE LEntryType TO LyType
       MOVE LInvNumber TO LyInvNumber
       MOVE LPoints TO LyPoints
       WRITE LoyaltyData
       CLOSE LoyaltyFile
       MOVE "Y" TO LStatus.
