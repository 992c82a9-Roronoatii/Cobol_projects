      *Customer contract price service
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custprice.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustPriceFile ASSIGN TO "CustPrice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustPriceFile.
       01 CustPriceRecord.
           02 CprIDNum PIC 9(7).
           02 FILLER PIC X.
           02 CprItemCode PIC X(6).
           02 FILLER PIC X.
           02 CprType PIC X.
           02 FILLER PIC X.
           02 CprPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 CprDiscPct PIC 9(2)V99.
           02 FILLER PIC X.
           02 CprFrom PIC 9(8).
           02 FILLER PIC X.
           02 CprTo PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 LoadedFlag PIC X VALUE "N".
           88 PricesLoaded VALUE "Y".
       01 PriceEOFFlag PIC X VALUE "N".
           88 PriceEOF VALUE "Y".
       01 PriceTable.
           02 PriceEntry OCCURS 500 TIMES.
               03 PTIDNum PIC 9(7).
               03 PTItemCode PIC X(6).
               03 PTType PIC X.
               03 PTPrice PIC 9(6)V99.
               03 PTDiscPct PIC 9(2)V99.
               03 PTFrom PIC 9(8).
               03 PTTo PIC 9(8).
       01 PriceCount PIC 999 VALUE ZERO.
       01 PriceIdx PIC 999 VALUE ZERO.
       01 FoundIdx PIC 999 VALUE ZERO.

       LINKAGE SECTION.
       01 LIDNum PIC 9(7).
       01 LItemCode PIC X(6).
       01 LPriceDate PIC 9(8).
       01 LListPrice PIC 9(6)V99.
       01 LUnitPrice PIC 9(6)V99.
       01 LPriceSource PIC X.

      *Returns the unit price the customer pays for an item on
      *LPriceDate.  A contract entry in force on that date gives
      *either a fixed price (type P) or a percentage off list (type
      *D) and LPriceSource C; otherwise the list price is returned
      *with LPriceSource L.  Where entries overlap the one with the
      *latest start date wins.  A zero end date means open-ended.
       PROCEDURE DIVISION USING LIDNum, LItemCode, LPriceDate,
           LListPrice, LUnitPrice, LPriceSource.
           IF NOT PricesLoaded
               PERFORM LoadPriceTable
               MOVE "Y" TO LoadedFlag
           END-IF
           MOVE LListPrice TO LUnitPrice
           MOVE "L" TO LPriceSource
           MOVE ZERO TO FoundIdx
           PERFORM VARYING PriceIdx FROM 1 BY 1
               UNTIL PriceIdx > PriceCount
               IF PTIDNum(PriceIdx) = LIDNum
                   AND PTItemCode(PriceIdx) = LItemCode
                   AND PTFrom(PriceIdx) NOT > LPriceDate
                   AND (PTTo(PriceIdx) = ZEROS
                       OR PTTo(PriceIdx) NOT < LPriceDate)
                   IF FoundIdx = ZERO
                       MOVE PriceIdx TO FoundIdx
                   ELSE
                       IF PTFrom(PriceIdx) NOT < PTFrom(FoundIdx)
                           MOVE PriceIdx TO FoundIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FoundIdx > ZERO
               IF PTType(FoundIdx) = "D"
                   COMPUTE LUnitPrice ROUNDED = LListPrice *
                       (100 - PTDiscPct(FoundIdx)) / 100
               ELSE
                   MOVE PTPrice(FoundIdx) TO LUnitPrice
               END-IF
               MOVE "C" TO LPriceSource
           END-IF

       EXIT PROGRAM.

       LoadPriceTable.
       MOVE ZERO TO PriceCount
       OPEN INPUT CustPriceFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           MOVE "N" TO PriceEOFFlag
           PERFORM LoadOnePrice UNTIL PriceEOF
           CLOSE CustPriceFile
       END-IF.

       LoadOnePrice.
       READ CustPriceFile
           AT END SET PriceEOF TO TRUE
           NOT AT END
               IF PriceCount < 500
                   ADD 1 TO PriceCount
                   MOVE CprIDNum TO PTIDNum(PriceCount)
                   MOVE CprItemCode TO PTItemCode(PriceCount)
                   MOVE CprType TO PTType(PriceCount)
                   MOVE CprPrice TO PTPrice(PriceCount)
                   MOVE CprDiscPct TO PTDiscPct(PriceCount)
                   MOVE CprFrom TO PTFrom(PriceCount)
                   MOVE CprTo TO PTTo(PriceCount)
               END-IF
       END-READ.
