      *Customer contract price maintenance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pricemnt.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustPriceFile ASSIGN TO "CustPrice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
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

       FD ItemFile.
           COPY itemdata.

       FD BusDateFile.
       01 BusDateRecord PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 GsOperID PIC X(8) VALUE SPACE.
       01 GsAuth PIC X VALUE "O".
       01 GsLang PIC X VALUE "E".
       01 GsFound PIC X VALUE "N".
       01 AuthFuncCode PIC X(8) VALUE "PRICEMNT".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncDenied VALUE "N".
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
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITPrice PIC 9(6)V99.
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 ItemFoundIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 WantedID PIC 9(7) VALUE ZEROS.
       01 NewItemCode PIC X(6) VALUE SPACE.
       01 NewType PIC X VALUE "P".
           88 ValidPriceType VALUE "P" "D".
       01 NewPrice PIC 9(6)V99 VALUE ZERO.
       01 NewDiscPct PIC 9(2)V99 VALUE ZERO.
       01 NewFrom PIC 9(8) VALUE ZEROS.
       01 NewTo PIC 9(8) VALUE ZEROS.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 ShownCount PIC 999 VALUE ZERO.
       01 PrnListPrice PIC ZZZ,ZZ9.99.
       01 PriceDetailLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTypeText PIC X(9).
           02 PrnPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDiscPct PIC Z9.99.
           02 FILLER PIC X(7) VALUE "%  from".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 PrnTo PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckFunctionAuth
           IF FuncDenied
               DISPLAY "You are not authorised for contract " &
                   "price maintenance"
               GOBACK
           END-IF
           PERFORM LoadPriceTable
           PERFORM LoadItemTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               DISPLAY "(L)ist customer prices  (A)dd contract " &
                   "price  (E)nd a price  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "L" OR MntOption = "l"
                   PERFORM ListCustomerPrices
               END-IF
               IF MntOption = "A" OR MntOption = "a"
                   PERFORM AddContractPrice
               END-IF
               IF MntOption = "E" OR MntOption = "e"
                   PERFORM EndContractPrice
               END-IF
           END-PERFORM
           PERFORM SavePriceTable
           DISPLAY "Contract prices saved".

       STOP RUN.

       ReadBusinessDate.
       ACCEPT WSBusDate FROM DATE YYYYMMDD
       OPEN INPUT BusDateFile
       IF WSFileStatus = "35"
           CONTINUE
       ELSE
           READ BusDateFile
               AT END CONTINUE
               NOT AT END MOVE BusDateRecord TO WSBusDate
           END-READ
           CLOSE BusDateFile
       END-IF.

       CheckFunctionAuth.
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING GsOperID, AuthFuncCode, AuthAllowed.

       LoadPriceTable.
       MOVE ZERO TO PriceCount
       OPEN INPUT CustPriceFile
       IF WSFileStatus = "35"
           DISPLAY "CustPrice.dat not found - starting empty"
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

       LoadItemTable.
       MOVE ZERO TO ItemCount
       OPEN INPUT ItemFile
       IF WSFileStatus = "35"
           DISPLAY "ItemMast.dat not found - no item codes to " &
               "validate against"
       ELSE
           MOVE SPACES TO ItemCode
           PERFORM LoadOneItem UNTIL ItemEOF
           CLOSE ItemFile
       END-IF.

       LoadOneItem.
       READ ItemFile
           AT END SET ItemEOF TO TRUE
           NOT AT END
               IF ItemCount < 200
                   ADD 1 TO ItemCount
                   MOVE ItemCode TO ITCode(ItemCount)
                   MOVE ItemDesc TO ITDesc(ItemCount)
                   MOVE ItemPrice TO ITPrice(ItemCount)
               END-IF
       END-READ.

       ListCustomerPrices.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WantedID
       MOVE ZERO TO ShownCount
       PERFORM VARYING PriceIdx FROM 1 BY 1
           UNTIL PriceIdx > PriceCount
           IF PTIDNum(PriceIdx) = WantedID
               MOVE PriceIdx TO PrnIdx
               MOVE PTItemCode(PriceIdx) TO PrnItemCode
               IF PTType(PriceIdx) = "D"
                   MOVE "off list " TO PrnTypeText
               ELSE
                   MOVE "price    " TO PrnTypeText
               END-IF
               MOVE PTPrice(PriceIdx) TO PrnPrice
               MOVE PTDiscPct(PriceIdx) TO PrnDiscPct
               MOVE PTFrom(PriceIdx) TO PrnFrom
               MOVE PTTo(PriceIdx) TO PrnTo
               DISPLAY PriceDetailLine
               ADD 1 TO ShownCount
           END-IF
       END-PERFORM
       IF ShownCount = ZERO
           DISPLAY "Customer " WantedID " pays list price on " &
               "all items"
       END-IF.

       AddContractPrice.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT WantedID
       DISPLAY "Item code : " WITH NO ADVANCING
       MOVE SPACES TO NewItemCode
       ACCEPT NewItemCode
       MOVE ZERO TO ItemFoundIdx
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           IF ITCode(ItemIdx) = NewItemCode
               MOVE ItemIdx TO ItemFoundIdx
           END-IF
       END-PERFORM
       IF ItemFoundIdx = ZERO
           DISPLAY "Item code " NewItemCode " not on item master"
       ELSE
           MOVE ITPrice(ItemFoundIdx) TO PrnListPrice
           DISPLAY "Item : " ITDesc(ItemFoundIdx) " list price "
               PrnListPrice
           DISPLAY "(P)rice agreed or (D)iscount % off list : "
               WITH NO ADVANCING
           ACCEPT NewType
           MOVE ZERO TO NewPrice
           MOVE ZERO TO NewDiscPct
           IF NewType = "D" OR NewType = "d"
               MOVE "D" TO NewType
               DISPLAY "Discount % off list : " WITH NO ADVANCING
               ACCEPT NewDiscPct
           ELSE
               IF NewType = "p"
                   MOVE "P" TO NewType
               END-IF
               DISPLAY "Agreed unit price : " WITH NO ADVANCING
               ACCEPT NewPrice
           END-IF
           DISPLAY "Effective from YYYYMMDD (0 = today) : "
               WITH NO ADVANCING
           ACCEPT NewFrom
           IF NewFrom = ZEROS
               MOVE WSBusDate TO NewFrom
           END-IF
           DISPLAY "Effective to YYYYMMDD (0 = open-ended) : "
               WITH NO ADVANCING
           ACCEPT NewTo
           PERFORM StoreContractPrice
       END-IF.

       StoreContractPrice.
       IF WantedID = ZEROS OR NOT ValidPriceType
           DISPLAY "Contract price not added - incomplete entry"
       ELSE
       IF (NewType = "P" AND NewPrice = ZERO)
           OR (NewType = "D" AND NewDiscPct = ZERO)
           DISPLAY "Contract price not added - no price or " &
               "discount given"
       ELSE
       IF NewTo NOT = ZEROS AND NewTo < NewFrom
           DISPLAY "Contract price not added - end date before " &
               "start date"
       ELSE
       IF PriceCount >= 500
           DISPLAY "Contract price file full"
       ELSE
           ADD 1 TO PriceCount
           MOVE WantedID TO PTIDNum(PriceCount)
           MOVE NewItemCode TO PTItemCode(PriceCount)
           MOVE NewType TO PTType(PriceCount)
           MOVE NewPrice TO PTPrice(PriceCount)
           MOVE NewDiscPct TO PTDiscPct(PriceCount)
           MOVE NewFrom TO PTFrom(PriceCount)
           MOVE NewTo TO PTTo(PriceCount)
           DISPLAY "Contract price added for customer " WantedID
               " item " NewItemCode
       END-IF
       END-IF
       END-IF
       END-IF.

      *Prices are ended rather than removed so the invoice lines
      *priced from them can still be traced back.
       EndContractPrice.
       DISPLAY "Entry number to end : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > PriceCount
           DISPLAY "No such entry"
       ELSE
           DISPLAY "Last day in force YYYYMMDD (0 = today) : "
               WITH NO ADVANCING
           ACCEPT NewTo
           IF NewTo = ZEROS
               MOVE WSBusDate TO NewTo
           END-IF
           IF NewTo < PTFrom(FoundIdx)
               DISPLAY "End date is before the price took effect"
           ELSE
               MOVE NewTo TO PTTo(FoundIdx)
               DISPLAY "Contract price for customer "
                   PTIDNum(FoundIdx) " item " PTItemCode(FoundIdx)
                   " ends " NewTo
           END-IF
       END-IF.

       SavePriceTable.
       OPEN OUTPUT CustPriceFile
       PERFORM VARYING PriceIdx FROM 1 BY 1
           UNTIL PriceIdx > PriceCount
           MOVE SPACES TO CustPriceRecord
           MOVE PTIDNum(PriceIdx) TO CprIDNum
           MOVE PTItemCode(PriceIdx) TO CprItemCode
           MOVE PTType(PriceIdx) TO CprType
           MOVE PTPrice(PriceIdx) TO CprPrice
           MOVE PTDiscPct(PriceIdx) TO CprDiscPct
           MOVE PTFrom(PriceIdx) TO CprFrom
           MOVE PTTo(PriceIdx) TO CprTo
           WRITE CustPriceRecord
       END-PERFORM
       CLOSE CustPriceFile.
