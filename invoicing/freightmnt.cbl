      *Freight zone and rate maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freightmnt.
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
       01 ZoneEOFFlag PIC X VALUE "N".
           88 ZoneEOF VALUE "Y".
       01 RateEOFFlag PIC X VALUE "N".
           88 RateEOF VALUE "Y".
       01 ZoneTable.
           02 ZoneEntry OCCURS 300 TIMES.
               03 ZTState PIC X(2).
               03 ZTPrefix PIC X(5).
               03 ZTZone PIC X(2).
       01 ZoneCount PIC 999 VALUE ZERO.
       01 ZoneIdx PIC 999 VALUE ZERO.
       01 RateTable.
           02 RateEntry OCCURS 200 TIMES.
               03 RTZone PIC X(2).
               03 RTUpTo PIC 9(6)V99.
               03 RTCharge PIC 9(6)V99.
       01 RateCount PIC 999 VALUE ZERO.
       01 RateIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewState PIC X(2) VALUE SPACE.
       01 NewPrefix PIC X(5) VALUE SPACE.
       01 NewZone PIC X(2) VALUE SPACE.
       01 NewUpTo PIC 9(6)V99 VALUE ZERO.
       01 NewCharge PIC 9(6)V99 VALUE ZERO.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 ZoneDetailLine.
           02 PrnZoneIdx PIC ZZ9.
           02 FILLER PIC X(9) VALUE "  state: ".
           02 PrnState PIC X(2).
           02 FILLER PIC X(11) VALUE "  post cd: ".
           02 PrnPrefix PIC X(5).
           02 FILLER PIC X(8) VALUE "  zone: ".
           02 PrnZone PIC X(2).
       01 RateDetailLine.
           02 PrnRateIdx PIC ZZ9.
           02 FILLER PIC X(8) VALUE "  zone: ".
           02 PrnRateZone PIC X(2).
           02 FILLER PIC X(16) VALUE "  goods up to : ".
           02 PrnUpTo PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE "  charge : ".
           02 PrnCharge PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM LoadZoneTable
           PERFORM LoadRateTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListZones
               PERFORM ListRates
               DISPLAY "(Z)one set  (X) remove zone  (B)and set  " &
                   "(D)elete band  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "Z" OR MntOption = "z"
                   PERFORM SetZone
               END-IF
               IF MntOption = "X" OR MntOption = "x"
                   PERFORM RemoveZone
               END-IF
               IF MntOption = "B" OR MntOption = "b"
                   PERFORM SetBand
               END-IF
               IF MntOption = "D" OR MntOption = "d"
                   PERFORM DeleteBand
               END-IF
           END-PERFORM
           PERFORM SaveZoneTable
           PERFORM SaveRateTable
           DISPLAY "Freight files saved".

       STOP RUN.

       LoadZoneTable.
       MOVE ZERO TO ZoneCount
       OPEN INPUT ZoneFile
       IF WSFileStatus = "35"
           DISPLAY "FreightZone.dat not found - starting empty"
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
                   MOVE FznState TO ZTState(ZoneCount)
                   MOVE FznPrefix TO ZTPrefix(ZoneCount)
                   MOVE FznZone TO ZTZone(ZoneCount)
               END-IF
       END-READ.

       LoadRateTable.
       MOVE ZERO TO RateCount
       OPEN INPUT RateFile
       IF WSFileStatus = "35"
           DISPLAY "FreightRate.dat not found - starting empty"
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
                   MOVE FrtZone TO RTZone(RateCount)
                   MOVE FrtUpTo TO RTUpTo(RateCount)
                   IF FrtOldEnd = SPACES
                       MOVE FrtOldCharge TO RTCharge(RateCount)
                   ELSE
                       MOVE FrtCharge TO RTCharge(RateCount)
                   END-IF
               END-IF
       END-READ.

       ListZones.
       DISPLAY "Delivery zones (blank state = default zone, blank " &
           "post code = whole state):"
       PERFORM VARYING ZoneIdx FROM 1 BY 1 UNTIL ZoneIdx > ZoneCount
           MOVE ZoneIdx TO PrnZoneIdx
           MOVE ZTState(ZoneIdx) TO PrnState
           MOVE ZTPrefix(ZoneIdx) TO PrnPrefix
           MOVE ZTZone(ZoneIdx) TO PrnZone
           DISPLAY ZoneDetailLine
       END-PERFORM.

       ListRates.
       DISPLAY "Freight charges by zone and goods value band:"
       PERFORM VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount
           MOVE RateIdx TO PrnRateIdx
           MOVE RTZone(RateIdx) TO PrnRateZone
           MOVE RTUpTo(RateIdx) TO PrnUpTo
           MOVE RTCharge(RateIdx) TO PrnCharge
           DISPLAY RateDetailLine
       END-PERFORM.

      *A zone entry is keyed on state and post code prefix; setting
      *an existing pair again moves it to the new zone.
       SetZone.
       DISPLAY "State (blank = default for all addresses) : "
           WITH NO ADVANCING
       MOVE SPACES TO NewState
       ACCEPT NewState
       MOVE SPACES TO NewPrefix
       IF NewState NOT = SPACES
           DISPLAY "Post code prefix (blank = whole state) : "
               WITH NO ADVANCING
           ACCEPT NewPrefix
       END-IF
       DISPLAY "Zone : " WITH NO ADVANCING
       MOVE SPACES TO NewZone
       ACCEPT NewZone
       IF NewZone = SPACES
           DISPLAY "Zone not set - no zone given"
       ELSE
           MOVE ZERO TO FoundIdx
           PERFORM VARYING ZoneIdx FROM 1 BY 1
               UNTIL ZoneIdx > ZoneCount
               IF ZTState(ZoneIdx) = NewState
                   AND ZTPrefix(ZoneIdx) = NewPrefix
                   MOVE ZoneIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx = ZERO
               IF ZoneCount >= 300
                   DISPLAY "Zone file full"
               ELSE
                   ADD 1 TO ZoneCount
                   MOVE ZoneCount TO FoundIdx
                   MOVE NewState TO ZTState(FoundIdx)
                   MOVE NewPrefix TO ZTPrefix(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx > ZERO
               MOVE NewZone TO ZTZone(FoundIdx)
               DISPLAY "Zone " NewZone " set"
           END-IF
       END-IF.

       RemoveZone.
       DISPLAY "Zone entry number to remove : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > ZoneCount
           DISPLAY "No such entry"
       ELSE
           PERFORM VARYING ZoneIdx FROM FoundIdx BY 1
               UNTIL ZoneIdx >= ZoneCount
               MOVE ZoneEntry(ZoneIdx + 1) TO ZoneEntry(ZoneIdx)
           END-PERFORM
           SUBTRACT 1 FROM ZoneCount
           DISPLAY "Zone entry removed"
       END-IF.

      *A band is keyed on zone and its upper goods value; setting an
      *existing band again replaces its charge.
       SetBand.
       DISPLAY "Zone : " WITH NO ADVANCING
       MOVE SPACES TO NewZone
       ACCEPT NewZone
       DISPLAY "Goods value up to : " WITH NO ADVANCING
       ACCEPT NewUpTo
       DISPLAY "Freight charge (0 = free) : " WITH NO ADVANCING
       ACCEPT NewCharge
       IF NewZone = SPACES OR NewUpTo = ZERO
           DISPLAY "Band not set - zone and upper value required"
       ELSE
           MOVE ZERO TO FoundIdx
           PERFORM VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
               IF RTZone(RateIdx) = NewZone
                   AND RTUpTo(RateIdx) = NewUpTo
                   MOVE RateIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx = ZERO
               IF RateCount >= 200
                   DISPLAY "Rate file full"
               ELSE
                   ADD 1 TO RateCount
                   MOVE RateCount TO FoundIdx
                   MOVE NewZone TO RTZone(FoundIdx)
                   MOVE NewUpTo TO RTUpTo(FoundIdx)
               END-IF
           END-IF
           IF FoundIdx > ZERO
               MOVE NewCharge TO RTCharge(FoundIdx)
               DISPLAY "Band set for zone " NewZone
           END-IF
       END-IF.

       DeleteBand.
       DISPLAY "Band entry number to delete : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > RateCount
           DISPLAY "No such entry"
       ELSE
           PERFORM VARYING RateIdx FROM FoundIdx BY 1
               UNTIL RateIdx >= RateCount
               MOVE RateEntry(RateIdx + 1) TO RateEntry(RateIdx)
           END-PERFORM
           SUBTRACT 1 FROM RateCount
           DISPLAY "Band deleted"
       END-IF.

       SaveZoneTable.
       OPEN OUTPUT ZoneFile
       PERFORM VARYING ZoneIdx FROM 1 BY 1 UNTIL ZoneIdx > ZoneCount
           MOVE SPACES TO ZoneRecord
           MOVE ZTState(ZoneIdx) TO FznState
           MOVE ZTPrefix(ZoneIdx) TO FznPrefix
           MOVE ZTZone(ZoneIdx) TO FznZone
           WRITE ZoneRecord
       END-PERFORM
       CLOSE ZoneFile.

       SaveRateTable.
       OPEN OUTPUT RateFile
       PERFORM VARYING RateIdx FROM 1 BY 1 UNTIL RateIdx > RateCount
           MOVE SPACES TO RateRecord
           MOVE RTZone(RateIdx) TO FrtZone
           MOVE RTUpTo(RateIdx) TO FrtUpTo
           MOVE RTCharge(RateIdx) TO FrtCharge
           WRITE RateRecord
       END-PERFORM
       CLOSE RateFile.
