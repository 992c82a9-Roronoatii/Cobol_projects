      *Customer purchase order validation and draw-down service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. posvc.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFile ASSIGN TO "CustPO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT POReqFile ASSIGN TO "POReq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT POWarnFile ASSIGN TO "POWarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD POFile.
           COPY podata.

       FD POReqFile.
       01 POReqRecord.
           02 PrqIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PrqRequired PIC X.

       FD POWarnFile.
       01 POWarnRecord PIC 9(2)V9.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 POEOFFlag PIC X VALUE "N".
           88 POEOF VALUE "Y".
       01 ReqEOFFlag PIC X VALUE "N".
           88 ReqEOF VALUE "Y".
       01 RequiredFlag PIC X VALUE "N".
           88 PORequired VALUE "Y".
       01 POFullFlag PIC X VALUE "N".
           88 POTableFull VALUE "Y".
       01 POTable.
           02 POEntry OCCURS 1000 TIMES.
               03 PTIDNum PIC 9(7).
               03 PTNumber PIC X(15).
               03 PTLimit PIC 9(8)V99.
               03 PTUsed PIC 9(8)V99.
               03 PTExpiry PIC 9(8).
               03 PTStatus PIC X.
               03 PTLastUsed PIC 9(8).
               03 PTChangedBy PIC X(8).
               03 PTChangedOn PIC 9(8).
       01 POCount PIC 9(4) VALUE ZERO.
       01 POIdx PIC 9(4) VALUE ZERO.
       01 POFoundIdx PIC 9(4) VALUE ZERO.
       01 WarnPct PIC 9(2)V9 VALUE 10.0.
       01 WarnLevel PIC 9(8)V99 VALUE ZERO.

       LINKAGE SECTION.
       01 LPOAction PIC X.
           88 POCheck VALUE "V".
           88 PODrawDown VALUE "D".
       01 LIDNum PIC 9(7).
       01 LPONumber PIC X(15).
       01 LPODate PIC 9(8).
       01 LPOAmount PIC 9(8)V99.
       01 LPORemaining PIC 9(8)V99.
       01 LPOStatus PIC X(2).

      *Checks purchase order LPONumber quoted by customer LIDNum for
      *an invoice of LPOAmount dated LPODate.  Action V only checks;
      *action D also draws the amount down against the PO.
      *LPORemaining is what the PO has left after this invoice, or
      *before it when the invoice does not fit.  LPOStatus:
      *  00 accepted           01 accepted - PO nearly used up
      *  02 no PO quoted and the customer does not require one
      *  03 PO not on file, customer does not require one - it is
      *     accepted as quoted but not tracked
      *  10 customer requires a PO and none was quoted
      *  11 PO not on file     12 PO closed      13 PO expired
      *  14 invoice exceeds what is left on the PO
      *  19 PO file too large to update
      *A PO is nearly used up when what is left falls to the
      *percentage of its limit held in POWarn.dat (10.0 without).
       PROCEDURE DIVISION USING LPOAction, LIDNum, LPONumber,
           LPODate, LPOAmount, LPORemaining, LPOStatus.
           MOVE ZERO TO LPORemaining
           PERFORM CheckPORequired
           IF LPONumber = SPACES
               IF PORequired
                   MOVE "10" TO LPOStatus
               ELSE
                   MOVE "02" TO LPOStatus
               END-IF
           ELSE
               PERFORM LoadPOTable
               PERFORM FindPurchaseOrder
               IF POFoundIdx = ZERO
                   IF PORequired
                       MOVE "11" TO LPOStatus
                   ELSE
                       MOVE "03" TO LPOStatus
                   END-IF
               ELSE
                   PERFORM CheckPurchaseOrder
                   IF PODrawDown
                       AND (LPOStatus = "00" OR LPOStatus = "01")
                       PERFORM DrawDownPurchaseOrder
                   END-IF
               END-IF
           END-IF

       EXIT PROGRAM.

       CheckPORequired.
       MOVE "N" TO RequiredFlag
       OPEN INPUT POReqFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO ReqEOFFlag
           PERFORM CheckOneRequirement UNTIL ReqEOF
           CLOSE POReqFile
       END-IF.

       CheckOneRequirement.
       READ POReqFile
           AT END SET ReqEOF TO TRUE
           NOT AT END
               IF PrqIDNum = LIDNum
                   MOVE PrqRequired TO RequiredFlag
               END-IF
       END-READ.

       LoadPOTable.
       MOVE ZERO TO POCount
       MOVE "N" TO POFullFlag
       OPEN INPUT POFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO POEOFFlag
           PERFORM LoadOnePO UNTIL POEOF
           CLOSE POFile
       END-IF.

       LoadOnePO.
       READ POFile
           AT END SET POEOF TO TRUE
           NOT AT END
               IF POCount < 1000
                   ADD 1 TO POCount
                   MOVE PoIDNum TO PTIDNum(POCount)
                   MOVE PoNumber TO PTNumber(POCount)
                   MOVE PoLimit TO PTLimit(POCount)
                   MOVE PoUsed TO PTUsed(POCount)
                   MOVE PoExpiry TO PTExpiry(POCount)
                   MOVE PoStatus TO PTStatus(POCount)
                   MOVE PoLastUsed TO PTLastUsed(POCount)
                   MOVE PoChangedBy TO PTChangedBy(POCount)
                   MOVE PoChangedOn TO PTChangedOn(POCount)
               ELSE
                   MOVE "Y" TO POFullFlag
               END-IF
       END-READ.

       FindPurchaseOrder.
       MOVE ZERO TO POFoundIdx
       PERFORM VARYING POIdx FROM 1 BY 1 UNTIL POIdx > POCount
           IF PTIDNum(POIdx) = LIDNum AND PTNumber(POIdx) = LPONumber
               MOVE POIdx TO POFoundIdx
           END-IF
       END-PERFORM.

       CheckPurchaseOrder.
       PERFORM ReadWarnPercent
       IF PTUsed(POFoundIdx) < PTLimit(POFoundIdx)
           COMPUTE LPORemaining = PTLimit(POFoundIdx)
               - PTUsed(POFoundIdx)
       END-IF
       EVALUATE TRUE
           WHEN PTStatus(POFoundIdx) = "C"
               MOVE "12" TO LPOStatus
           WHEN PTExpiry(POFoundIdx) NOT = ZEROS
               AND LPODate > PTExpiry(POFoundIdx)
               MOVE "13" TO LPOStatus
           WHEN LPOAmount > LPORemaining
               MOVE "14" TO LPOStatus
           WHEN OTHER
               SUBTRACT LPOAmount FROM LPORemaining
               COMPUTE WarnLevel ROUNDED =
                   PTLimit(POFoundIdx) * WarnPct / 100
               IF LPORemaining NOT > WarnLevel
                   MOVE "01" TO LPOStatus
               ELSE
                   MOVE "00" TO LPOStatus
               END-IF
       END-EVALUATE.

       ReadWarnPercent.
       MOVE 10.0 TO WarnPct
       OPEN INPUT POWarnFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ POWarnFile
               AT END CONTINUE
               NOT AT END
                   IF POWarnRecord IS NUMERIC
                       MOVE POWarnRecord TO WarnPct
                   END-IF
           END-READ
           CLOSE POWarnFile
       END-IF.

      *CustPO.dat is written back whole, so it is never written from
      *a table that could not hold all of it.
       DrawDownPurchaseOrder.
       IF POTableFull
           MOVE "19" TO LPOStatus
       ELSE
           ADD LPOAmount TO PTUsed(POFoundIdx)
           MOVE LPODate TO PTLastUsed(POFoundIdx)
           PERFORM SavePOTable
       END-IF.

       SavePOTable.
       OPEN OUTPUT POFile
       PERFORM VARYING POIdx FROM 1 BY 1 UNTIL POIdx > POCount
           MOVE SPACES TO PORecord
           MOVE PTIDNum(POIdx) TO PoIDNum
           MOVE PTNumber(POIdx) TO PoNumber
           MOVE PTLimit(POIdx) TO PoLimit
           MOVE PTUsed(POIdx) TO PoUsed
           MOVE PTExpiry(POIdx) TO PoExpiry
           MOVE PTStatus(POIdx) TO PoStatus
           MOVE PTLastUsed(POIdx) TO PoLastUsed
           MOVE PTChangedBy(POIdx) TO PoChangedBy
           MOVE PTChangedOn(POIdx) TO PoChangedOn
           WRITE PORecord
       END-PERFORM
       CLOSE POFile.
