      *Freight charge service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freightcalc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZoneFile ASSIGN TO "FreightZone.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RateFile ASSIGN TO "FreightRate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ZoneFile.
       01 ZoneRecord.
           02 FznState PIC X(2).
           02 FILLER PIC X.
           02 FznPrefix PIC X(5).
           02 FILLER PIC X.
           02 FznZone PIC X(2).

       FD RateFile.
       01 RateRecord.
           02 FrtZone PIC X(2).
           02 FILLER PIC X.
           02 FrtUpTo PIC 9(6)V99.
           02 FILLER PIC X.
           02 FrtCharge PIC 9(6)V99.
      *Rate records written before charges were widened end with a
      *four-digit charge.
       01 RateOldRecord.
           02 FILLER PIC X(12).
           02 FrtOldCharge PIC 9(4)V99.
           02 FrtOldEnd PIC X(2).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoadedFlag PIC X VALUE "N".
           88 TablesLoaded VALUE "Y".
       01 ZoneEOFFlag PIC X VALUE "N".
           88 ZoneEOF VALUE "Y".
       01 RateEOFFlag PIC X VALUE "N".
           88 RateEOF VALUE "Y".
       01 ZoneTable.
           02 ZoneEntry OCCURS 300 TIMES.
               03 FZState PIC X(2).
               03 FZPrefix PIC X(5).
               03 FZPrefixLen PIC 9.
               03 FZZone PIC X(2).
       01 ZoneCount PIC 999 VALUE ZERO.
       01 ZoneIdx PIC 999 VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 200 TIMES.
               03 FRZone PIC X(2).
               03 FRUpTo PIC 9(6)V99.
               03 FRCharge PIC 9(6)V99.
       01 RateCount PIC 999 VALUE ZERO.
       01 RateIdx PIC 999 VALUE ZERO.
       01 BandIdx PIC 999 VALUE ZERO.
       01 TopBandIdx PIC 999 VALUE ZERO.
       01 MatchScore PIC 99 VALUE ZERO.
       01 BestScore PIC 99 VALUE ZERO.

       LINKAGE SECTION.
       01 LState PIC X(2).
       01 LPostCode PIC X(9).
       01 LGoodsValue PIC 9(6)V99.
       01 LZone PIC X(2).
       01 LCharge PIC 9(6)V99.
       01 LFreightStatus PIC X.

      *Returns the freight charge for goods of LGoodsValue delivered
      *to the given state and post code.  The delivery zone comes
      *from the longest post code prefix on file for the state, else
      *the state's own entry, else the entry with a blank state.  The
      *charge is that of the lowest value band in the zone covering
      *the goods; goods above the top band pay the top band charge.
      *LFreightStatus is N, with no charge, when no zone or band is
      *on file for the address.
       PROCEDURE DIVISION USING LState, LPostCode, LGoodsValue,
           LZone, LCharge, LFreightStatus.
           IF NOT TablesLoaded
               PERFORM LoadZoneTable
               PERFORM LoadRateTable
               MOVE "Y" TO LoadedFlag
           END-IF
           MOVE SPACES TO LZone
           MOVE ZERO TO LCharge
           MOVE "N" TO LFreightStatus
           PERFORM FindDeliveryZone
           IF LZone NOT = SPACES
               PERFORM FindValueBand
           END-IF

       EXIT PROGRAM.

       FindDeliveryZone.
       MOVE ZERO TO BestScore
       PERFORM VARYING ZoneIdx FROM 1 BY 1 UNTIL ZoneIdx > ZoneCount
           MOVE ZERO TO MatchScore
           IF FZState(ZoneIdx) = SPACES
               MOVE 1 TO MatchScore
           END-IF
           IF FZState(ZoneIdx) = LState
               IF FZPrefixLen(ZoneIdx) = ZERO
                   MOVE 2 TO MatchScore
               ELSE
                   IF LPostCode(1:FZPrefixLen(ZoneIdx)) =
                       FZPrefix(ZoneIdx)(1:FZPrefixLen(ZoneIdx))
                       COMPUTE MatchScore = 2 + FZPrefixLen(ZoneIdx)
                   END-IF
               END-IF
           END-IF
           IF MatchScore > BestScore
               MOVE MatchScore TO BestScore
               MOVE FZZone(ZoneIdx) TO LZone
           END-IF
       END-PERFORM.

       FindValueBand.
       MOVE ZERO TO BandIdx
       MOVE ZERO TO TopBandIdx
       PERFORM VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount
           IF FRZone(RateIdx) = LZone
               IF FRUpTo(RateIdx) NOT < LGoodsValue
                   IF BandIdx = ZERO
                       MOVE RateIdx TO BandIdx
                   ELSE
                       IF FRUpTo(RateIdx) < FRUpTo(BandIdx)
                           MOVE RateIdx TO BandIdx
                       END-IF
                   END-IF
               END-IF
               IF TopBandIdx = ZERO
                   MOVE RateIdx TO TopBandIdx
               ELSE
                   IF FRUpTo(RateIdx) > FRUpTo(TopBandIdx)
                       MOVE RateIdx TO TopBandIdx
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF BandIdx = ZERO
           MOVE TopBandIdx TO BandIdx
       END-IF
       IF BandIdx > ZERO
           MOVE FRCharge(BandIdx) TO LCharge
           MOVE "Y" TO LFreightStatus
       END-IF.

       LoadZoneTable.
       MOVE ZERO TO ZoneCount
       OPEN INPUT ZoneFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ZoneEOFFlag
           PERFORM LoadOneZone UNTIL ZoneEOF
           CLOSE ZoneFile
       END-IF.

       LoadOneZone.
       READ ZoneFile
           AT END SET ZoneEOF TO TRUE
           NOT AT END
               IF ZoneCount < 300 AND FznZone NOT = SPACES
                   ADD 1 TO ZoneCount
                   MOVE FznState TO FZState(ZoneCount)
                   MOVE FznPrefix TO FZPrefix(ZoneCount)
                   MOVE FznZone TO FZZone(ZoneCount)
                   MOVE ZERO TO FZPrefixLen(ZoneCount)
                   INSPECT FznPrefix TALLYING FZPrefixLen(ZoneCount)
                       FOR CHARACTERS BEFORE INITIAL SPACE
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
               IF RateCount < 200 AND FrtZone NOT = SPACES
                   ADD 1 TO RateCount
                   MOVE FrtZone TO FRZone(RateCount)
                   MOVE FrtUpTo TO FRUpTo(RateCount)
                   IF FrtOldEnd = SPACES
                       MOVE FrtOldCharge TO FRCharge(RateCount)
                   ELSE
                       MOVE FrtCharge TO FRCharge(RateCount)
                   END-IF
               END-IF
       END-READ.
