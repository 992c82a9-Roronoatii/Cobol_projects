      *Sanctions watch-list screening service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancchk.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WatchFile ASSIGN TO "WatchList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT HoldFile ASSIGN TO "SancHold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WatchFile.
           COPY watchdata.

       FD HoldFile.
           COPY sancdata.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSToday PIC 9(8) VALUE ZEROS.
       01 LoadedFlag PIC X VALUE "N".
           88 WatchLoaded VALUE "Y".
       01 WatchEOFFlag PIC X VALUE "N".
           88 WatchEOF VALUE "Y".
       01 HoldEOFFlag PIC X VALUE "N".
           88 HoldEOF VALUE "Y".
       01 WatchTable.
           02 WatchEntry OCCURS 2000 TIMES.
               03 WTID PIC X(10).
               03 WTLast PIC X(30).
               03 WTFirst PIC X(20).
               03 WTCity PIC X(15).
               03 WTState PIC X(2).
               03 WTPostCode PIC X(9).
               03 WTLastKey PIC X(4).
               03 WTFirstKey PIC X(4).
       01 WatchCount PIC 9(4) VALUE ZERO.
       01 WatchIdx PIC 9(4) VALUE ZERO.
       01 HoldTable.
           02 HoldEntry OCCURS 1000 TIMES.
               03 HTIDNum PIC 9(7).
               03 HTWatchID PIC X(10).
               03 HTScore PIC 999.
               03 HTStatus PIC X.
               03 HTDate PIC 9(8).
               03 HTReviewer PIC X(8).
               03 HTRevDate PIC 9(8).
       01 HoldCount PIC 9(4) VALUE ZERO.
       01 HoldIdx PIC 9(4) VALUE ZERO.
       01 HoldFoundIdx PIC 9(4) VALUE ZERO.
       01 HoldAdded PIC X VALUE "N".
           88 HoldsChanged VALUE "Y".
      *Customer name and address as compared with the list.
       01 CuLast PIC X(30) VALUE SPACE.
       01 CuFirst PIC X(20) VALUE SPACE.
       01 CuLastKey PIC X(4) VALUE SPACE.
       01 CuFirstKey PIC X(4) VALUE SPACE.
       01 CuCity PIC X(15) VALUE SPACE.
       01 CuState PIC X(2) VALUE SPACE.
       01 CuPostCode PIC X(9) VALUE SPACE.
      *One name ordering being scored against a list entry.
       01 NmLast PIC X(30) VALUE SPACE.
       01 NmFirst PIC X(20) VALUE SPACE.
       01 NmLastKey PIC X(4) VALUE SPACE.
       01 NmFirstKey PIC X(4) VALUE SPACE.
       01 NameScore PIC 999 VALUE ZERO.
       01 BestNameScore PIC 999 VALUE ZERO.
       01 AddrScore PIC 999 VALUE ZERO.
       01 MatchScore PIC 999 VALUE ZERO.
      *A list entry scoring this much or more is a probable match.
       01 SancMinScore PIC 999 VALUE 70.
      *Soundex work fields.
       01 SxName PIC X(30) VALUE SPACE.
       01 SxKey PIC X(4) VALUE SPACE.
       01 SxIdx PIC 99 VALUE ZERO.
       01 SxLen PIC 9 VALUE ZERO.
       01 SxChar PIC X VALUE SPACE.
       01 SxCode PIC X VALUE SPACE.
       01 SxPrev PIC X VALUE SPACE.
       01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01 LAction PIC X.
           88 ActScreen VALUE "S".
       01 LIDNum PIC 9(7).
       01 LCustName.
           02 LFirstName PIC X(12).
           02 LLastName PIC X(15).
       01 LMailAddress.
           02 LAddrStreet PIC X(20).
           02 LAddrCity PIC X(15).
           02 LAddrState PIC X(2).
           02 LAddrPostCode PIC X(9).
       01 LResult PIC X.

      *S screens customer LIDNum's name and address against the watch
      *list, holding each new probable match in SancHold.dat for
      *compliance review.  A match compliance has already cleared as
      *a false positive is not held again.  Q only reports the
      *customer's standing.  LResult is C when compliance has
      *confirmed a hit, H when this call held a new probable match,
      *P when a match awaits review and N otherwise.
       PROCEDURE DIVISION USING LAction, LIDNum, LCustName,
           LMailAddress, LResult.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE "N" TO LResult
           MOVE "N" TO HoldAdded
           PERFORM LoadHoldTable
           IF ActScreen
               IF NOT WatchLoaded
                   PERFORM LoadWatchTable
                   MOVE "Y" TO LoadedFlag
               END-IF
               PERFORM PrepareCustomer
               PERFORM VARYING WatchIdx FROM 1 BY 1
                   UNTIL WatchIdx > WatchCount
                   PERFORM ScoreWatchEntry
                   IF MatchScore >= SancMinScore
                       PERFORM HoldProbableMatch
                   END-IF
               END-PERFORM
               IF HoldsChanged
                   PERFORM SaveHoldTable
               END-IF
           END-IF
           PERFORM SetCustomerStanding

       EXIT PROGRAM.

       PrepareCustomer.
       MOVE LLastName TO CuLast
       MOVE LFirstName TO CuFirst
       MOVE LAddrCity TO CuCity
       MOVE LAddrState TO CuState
       MOVE LAddrPostCode TO CuPostCode
       INSPECT CuLast CONVERTING LowerCase TO UpperCase
       INSPECT CuFirst CONVERTING LowerCase TO UpperCase
       INSPECT CuCity CONVERTING LowerCase TO UpperCase
       INSPECT CuState CONVERTING LowerCase TO UpperCase
       INSPECT CuPostCode CONVERTING LowerCase TO UpperCase
       MOVE CuLast TO SxName
       PERFORM BuildSoundexKey
       MOVE SxKey TO CuLastKey
       MOVE CuFirst TO SxName
       PERFORM BuildSoundexKey
       MOVE SxKey TO CuFirstKey.

      *Names are scored as entered and with first and last name
      *swapped, since lists do not always agree on name order.  The
      *address only adds weight to a name that already matches.
       ScoreWatchEntry.
       MOVE CuLast TO NmLast
       MOVE CuFirst TO NmFirst
       MOVE CuLastKey TO NmLastKey
       MOVE CuFirstKey TO NmFirstKey
       PERFORM ScoreNames
       MOVE NameScore TO BestNameScore
       MOVE CuFirst TO NmLast
       MOVE CuLast TO NmFirst
       MOVE CuFirstKey TO NmLastKey
       MOVE CuLastKey TO NmFirstKey
       PERFORM ScoreNames
       IF NameScore > BestNameScore
           MOVE NameScore TO BestNameScore
       END-IF
       MOVE ZERO TO MatchScore
       IF BestNameScore > ZERO
           PERFORM ScoreAddress
           COMPUTE MatchScore = BestNameScore + AddrScore
       END-IF.

       ScoreNames.
       MOVE ZERO TO NameScore
       IF NmLast NOT = SPACES
           IF NmLast = WTLast(WatchIdx)
               MOVE 50 TO NameScore
           ELSE
               IF NmLastKey = WTLastKey(WatchIdx)
                   MOVE 40 TO NameScore
               END-IF
           END-IF
       END-IF
       IF NameScore > ZERO
           EVALUATE TRUE
               WHEN WTFirst(WatchIdx) = SPACES
                   ADD 10 TO NameScore
               WHEN NmFirst = WTFirst(WatchIdx)
                   ADD 30 TO NameScore
               WHEN NmFirstKey = WTFirstKey(WatchIdx)
                   AND NmFirstKey NOT = SPACES
                   ADD 25 TO NameScore
               WHEN NmFirst(1:1) = WTFirst(WatchIdx)(1:1)
                   ADD 10 TO NameScore
           END-EVALUATE
       END-IF.

       ScoreAddress.
       MOVE ZERO TO AddrScore
       EVALUATE TRUE
           WHEN WTPostCode(WatchIdx) NOT = SPACES
               AND WTPostCode(WatchIdx) = CuPostCode
               MOVE 20 TO AddrScore
           WHEN WTCity(WatchIdx) NOT = SPACES
               AND WTCity(WatchIdx) = CuCity
               AND WTState(WatchIdx) = CuState
               MOVE 15 TO AddrScore
           WHEN WTState(WatchIdx) NOT = SPACES
               AND WTState(WatchIdx) = CuState
               MOVE 5 TO AddrScore
       END-EVALUATE.

      *Four character Soundex code of SxName - the first letter then
      *up to three digits for the consonant sounds that follow.
       BuildSoundexKey.
       MOVE SPACES TO SxKey
       MOVE ZERO TO SxLen
       MOVE SPACE TO SxPrev
       PERFORM VARYING SxIdx FROM 1 BY 1 UNTIL SxIdx > 30
           MOVE SxName(SxIdx:1) TO SxChar
           IF SxChar IS ALPHABETIC AND SxChar NOT = SPACE
               PERFORM SoundexOneLetter
           END-IF
       END-PERFORM
       IF SxLen > ZERO
           INSPECT SxKey REPLACING ALL SPACE BY "0"
       END-IF.

       SoundexOneLetter.
       EVALUATE SxChar
           WHEN "B" WHEN "F" WHEN "P" WHEN "V"
               MOVE "1" TO SxCode
           WHEN "C" WHEN "G" WHEN "J" WHEN "K"
           WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
               MOVE "2" TO SxCode
           WHEN "D" WHEN "T"
               MOVE "3" TO SxCode
           WHEN "L"
               MOVE "4" TO SxCode
           WHEN "M" WHEN "N"
               MOVE "5" TO SxCode
           WHEN "R"
               MOVE "6" TO SxCode
           WHEN "H" WHEN "W"
               MOVE "H" TO SxCode
           WHEN OTHER
               MOVE "0" TO SxCode
       END-EVALUATE
       EVALUATE TRUE
           WHEN SxLen = ZERO
               MOVE SxChar TO SxKey(1:1)
               MOVE 1 TO SxLen
               MOVE SxCode TO SxPrev
           WHEN SxCode = "H"
               CONTINUE
           WHEN SxCode = "0"
               MOVE "0" TO SxPrev
           WHEN SxCode NOT = SxPrev AND SxLen < 4
               ADD 1 TO SxLen
               MOVE SxCode TO SxKey(SxLen:1)
               MOVE SxCode TO SxPrev
       END-EVALUATE.

       HoldProbableMatch.
       MOVE ZERO TO HoldFoundIdx
       PERFORM VARYING HoldIdx FROM 1 BY 1
           UNTIL HoldIdx > HoldCount
           IF HTIDNum(HoldIdx) = LIDNum
               AND HTWatchID(HoldIdx) = WTID(WatchIdx)
               MOVE HoldIdx TO HoldFoundIdx
           END-IF
       END-PERFORM
       IF HoldFoundIdx = ZERO
           IF HoldCount < 1000
               ADD 1 TO HoldCount
               MOVE LIDNum TO HTIDNum(HoldCount)
               MOVE WTID(WatchIdx) TO HTWatchID(HoldCount)
               MOVE MatchScore TO HTScore(HoldCount)
               MOVE "P" TO HTStatus(HoldCount)
               MOVE WSToday TO HTDate(HoldCount)
               MOVE SPACES TO HTReviewer(HoldCount)
               MOVE ZEROS TO HTRevDate(HoldCount)
               MOVE "Y" TO HoldAdded
               MOVE "H" TO LResult
           ELSE
               DISPLAY "Sanctions hold file full - match for "
                   LIDNum " not held"
           END-IF
       END-IF.

       SetCustomerStanding.
       PERFORM VARYING HoldIdx FROM 1 BY 1
           UNTIL HoldIdx > HoldCount
           IF HTIDNum(HoldIdx) = LIDNum
               EVALUATE TRUE
                   WHEN HTStatus(HoldIdx) = "C"
                       MOVE "C" TO LResult
                   WHEN HTStatus(HoldIdx) = "P" AND LResult = "N"
                       MOVE "P" TO LResult
               END-EVALUATE
           END-IF
       END-PERFORM.

       LoadWatchTable.
       MOVE ZERO TO WatchCount
       OPEN INPUT WatchFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO WatchEOFFlag
           PERFORM LoadOneWatchEntry UNTIL WatchEOF
           CLOSE WatchFile
       END-IF.

       LoadOneWatchEntry.
       READ WatchFile
           AT END SET WatchEOF TO TRUE
           NOT AT END
               IF WatchCount < 2000 AND WlLastName NOT = SPACES
                   ADD 1 TO WatchCount
                   MOVE WlID TO WTID(WatchCount)
                   MOVE WlLastName TO WTLast(WatchCount)
                   MOVE WlFirstName TO WTFirst(WatchCount)
                   MOVE WlCity TO WTCity(WatchCount)
                   MOVE WlState TO WTState(WatchCount)
                   MOVE WlPostCode TO WTPostCode(WatchCount)
                   MOVE WlLastName TO SxName
                   PERFORM BuildSoundexKey
                   MOVE SxKey TO WTLastKey(WatchCount)
                   MOVE WlFirstName TO SxName
                   PERFORM BuildSoundexKey
                   MOVE SxKey TO WTFirstKey(WatchCount)
               END-IF
       END-READ.

       LoadHoldTable.
       MOVE ZERO TO HoldCount
       OPEN INPUT HoldFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO HoldEOFFlag
           PERFORM LoadOneHold UNTIL HoldEOF
           CLOSE HoldFile
       END-IF.

       LoadOneHold.
       READ HoldFile
           AT END SET HoldEOF TO TRUE
           NOT AT END
               IF HoldCount < 1000
                   ADD 1 TO HoldCount
                   MOVE HldIDNum TO HTIDNum(HoldCount)
                   MOVE HldWatchID TO HTWatchID(HoldCount)
                   MOVE HldScore TO HTScore(HoldCount)
                   MOVE HldStatus TO HTStatus(HoldCount)
                   MOVE HldDate TO HTDate(HoldCount)
                   MOVE HldReviewer TO HTReviewer(HoldCount)
                   MOVE HldRevDate TO HTRevDate(HoldCount)
               END-IF
       END-READ.

       SaveHoldTable.
       OPEN OUTPUT HoldFile
       PERFORM VARYING HoldIdx FROM 1 BY 1
           UNTIL HoldIdx > HoldCount
           MOVE SPACES TO HoldRecord
           MOVE HTIDNum(HoldIdx) TO HldIDNum
           MOVE HTWatchID(HoldIdx) TO HldWatchID
           MOVE HTScore(HoldIdx) TO HldScore
           MOVE HTStatus(HoldIdx) TO HldStatus
           MOVE HTDate(HoldIdx) TO HldDate
           MOVE HTReviewer(HoldIdx) TO HldReviewer
           MOVE HTRevDate(HoldIdx) TO HldRevDate
           WRITE HoldRecord
       END-PERFORM
       CLOSE HoldFile.
