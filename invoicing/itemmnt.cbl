           SELECT ItemFile ASSIGN TO "ItemMast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT BusDateFile ASSIGN TO "BusDate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
       DATA DIVISION.
       FILE SECTION.
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
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 ItemTable.
           02 ItemEntry OCCURS 200 TIMES.
               03 ITCode PIC X(6).
               03 ITDesc PIC X(20).
               03 ITPrice PIC 9(6)V99.
               03 ITActive PIC X.
               03 ITPriceFrom PIC 9(8).
               03 ITNewPrice PIC 9(6)V99.
               03 ITNewFrom PIC 9(8).
               03 ITNewStatus PIC X.
               03 ITTierSet PIC X(42).
       01 ItemCount PIC 999 VALUE ZERO.
       01 ItemIdx PIC 999 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(6) VALUE SPACE.
       01 NewDesc PIC X(20) VALUE SPACE.
       01 NewPrice PIC 9(6)V99 VALUE ZERO.
       01 FoundIdx PIC 999 VALUE ZERO.
       01 NewFrom PIC 9(8) VALUE ZEROS.
       01 PendingCount PIC 999 VALUE ZERO.
       01 ReviewChoice PIC X VALUE SPACE.
           88 ApprovePending VALUE "A" "a".
           88 RejectPending VALUE "R" "r".
       01 ItemPendingLine.
           02 FILLER PIC X(13) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "new price ".
           02 PrnNewPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE " from ".
           02 PrnNewFrom PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNewStatus PIC X(17).
       01 ItemDetailLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnActive PIC X.
       01 TierWork.
           02 TierEntry OCCURS 3 TIMES.
               03 FILLER PIC X.
               03 TWUpTo PIC 9(7).
               03 FILLER PIC X.
               03 TWPrice PIC 9(6)V99.
       01 TierIdx PIC 9 VALUE ZERO.
       01 LastUpTo PIC 9(7) VALUE ZERO.
       01 NewUpTo PIC 9(7) VALUE ZERO.
       01 TierOKFlag PIC X VALUE "Y".
           88 TiersValid VALUE "Y".
       01 TierEndFlag PIC X VALUE "N".
           88 TiersEntered VALUE "Y".
       01 ItemTierLine.
           02 FILLER PIC X(13) VALUE SPACE.
           02 FILLER PIC X(11) VALUE "usage up to".
           02 PrnTierUpTo PIC Z(7)9.
           02 FILLER PIC X(10) VALUE " units at ".
           02 PrnTierPrice PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM ReadBusinessDate
           PERFORM CheckSupervisor
           PERFORM LoadItemTable
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListItems
               DISPLAY "(A)dd item  (D)eactivate item  (C)hange " &
                   "price  (T)iers  (R)eview pending  (Q)uit : "
                   WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "A" OR MntOption = "a"
               IF MntOption = "D" OR MntOption = "d"
                   PERFORM DeactivateItem
               END-IF
               IF MntOption = "C" OR MntOption = "c"
                   PERFORM ChangeItemPrice
               END-IF
               IF MntOption = "T" OR MntOption = "t"
                   PERFORM SetItemTiers
               END-IF
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM ReviewPendingChanges
               END-IF
           END-PERFORM
           PERFORM SaveItemTable
           DISPLAY "Item master saved".

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

       CheckSupervisor.
       MOVE "O" TO WSAuthority
       CALL 'getsession' USING GsOperID, GsAuth, GsLang, GsFound
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
       END-IF.

       LoadItemTable.
       MOVE ZERO TO ItemCount
       OPEN INPUT ItemFile
                   MOVE ItemDesc TO ITDesc(ItemCount)
                   MOVE ItemPrice TO ITPrice(ItemCount)
                   MOVE ItemActive TO ITActive(ItemCount)
                   MOVE ItemTierSet TO ITTierSet(ItemCount)
                   PERFORM LoadItemPriceDates
               END-IF
       END-READ.

      *Records written before prices were dated carry no dates; an
      *approved change whose date has arrived becomes the price.
       LoadItemPriceDates.
       IF ItemPriceFrom IS NUMERIC
           MOVE ItemPriceFrom TO ITPriceFrom(ItemCount)
       ELSE
           MOVE ZEROS TO ITPriceFrom(ItemCount)
       END-IF
       IF PriceChangePending OR PriceChangeApproved
           MOVE ItemNewPrice TO ITNewPrice(ItemCount)
           MOVE ItemNewFrom TO ITNewFrom(ItemCount)
           MOVE ItemNewStatus TO ITNewStatus(ItemCount)
       ELSE
           MOVE ZERO TO ITNewPrice(ItemCount)
           MOVE ZEROS TO ITNewFrom(ItemCount)
           MOVE SPACE TO ITNewStatus(ItemCount)
       END-IF
       IF ITNewStatus(ItemCount) = "A"
           AND ITNewFrom(ItemCount) NOT > WSBusDate
           MOVE ITNewPrice(ItemCount) TO ITPrice(ItemCount)
           MOVE ITNewFrom(ItemCount) TO ITPriceFrom(ItemCount)
           MOVE ZERO TO ITNewPrice(ItemCount)
           MOVE ZEROS TO ITNewFrom(ItemCount)
           MOVE SPACE TO ITNewStatus(ItemCount)
       END-IF.

       ListItems.
       DISPLAY "Items on file:"
       PERFORM VARYING ItemIdx FROM 1 BY 1
           MOVE ITPrice(ItemIdx) TO PrnPrice
           MOVE ITActive(ItemIdx) TO PrnActive
           DISPLAY ItemDetailLine
           IF ITNewStatus(ItemIdx) NOT = SPACE
               MOVE ITNewPrice(ItemIdx) TO PrnNewPrice
               MOVE ITNewFrom(ItemIdx) TO PrnNewFrom
               IF ITNewStatus(ItemIdx) = "P"
                   MOVE "AWAITING APPROVAL" TO PrnNewStatus
               ELSE
                   MOVE "APPROVED" TO PrnNewStatus
               END-IF
               DISPLAY ItemPendingLine
           END-IF
           MOVE ITTierSet(ItemIdx) TO TierWork
           PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 3
               IF TWUpTo(TierIdx) IS NUMERIC
                   AND TWUpTo(TierIdx) > ZERO
                   MOVE TWUpTo(TierIdx) TO PrnTierUpTo
                   MOVE TWPrice(TierIdx) TO PrnTierPrice
                   DISPLAY ItemTierLine
               END-IF
           END-PERFORM
       END-PERFORM.

       AddItem.
                   MOVE NewDesc TO ITDesc(ItemCount)
                   MOVE NewPrice TO ITPrice(ItemCount)
                   MOVE "A" TO ITActive(ItemCount)
                   MOVE WSBusDate TO ITPriceFrom(ItemCount)
                   MOVE ZERO TO ITNewPrice(ItemCount)
                   MOVE ZEROS TO ITNewFrom(ItemCount)
                   MOVE SPACE TO ITNewStatus(ItemCount)
                   MOVE SPACES TO ITTierSet(ItemCount)
                   DISPLAY "Item added"
               END-IF
           END-IF
           DISPLAY "Item " ITCode(FoundIdx) " deactivated"
       END-IF.

      *A price dated today or earlier takes effect at once; a later
      *date is held as an approved change so invoices dated before
      *it keep the current price.
       ChangeItemPrice.
       DISPLAY "Entry number to reprice : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > ItemCount
           DISPLAY "No such entry"
       ELSE
           DISPLAY "New unit price : " WITH NO ADVANCING
           ACCEPT NewPrice
           DISPLAY "Effective from YYYYMMDD (0 = today) : "
               WITH NO ADVANCING
           ACCEPT NewFrom
           IF NewFrom = ZEROS
               MOVE WSBusDate TO NewFrom
           END-IF
           IF NewPrice = ZERO
               DISPLAY "Price not changed - no price given"
           ELSE
               IF NewFrom > WSBusDate
                   MOVE NewPrice TO ITNewPrice(FoundIdx)
                   MOVE NewFrom TO ITNewFrom(FoundIdx)
                   MOVE "A" TO ITNewStatus(FoundIdx)
                   DISPLAY "Item " ITCode(FoundIdx) " will be "
                       "repriced from " NewFrom
               ELSE
                   MOVE NewPrice TO ITPrice(FoundIdx)
                   MOVE NewFrom TO ITPriceFrom(FoundIdx)
                   MOVE ZERO TO ITNewPrice(FoundIdx)
                   MOVE ZEROS TO ITNewFrom(FoundIdx)
                   MOVE SPACE TO ITNewStatus(FoundIdx)
                   DISPLAY "Item " ITCode(FoundIdx) " repriced"
               END-IF
           END-IF
       END-IF.

      *Usage tiers are entered lowest first, each as the number of
      *units it runs up to, counted from the first unit billed.  A
      *first tier of 0 units removes the tiers, leaving the item
      *billed at its unit price.
       SetItemTiers.
       DISPLAY "Entry number for usage tiers : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > ItemCount
           DISPLAY "No such entry"
       ELSE
           MOVE SPACES TO TierWork
           MOVE ZERO TO LastUpTo
           MOVE "Y" TO TierOKFlag
           MOVE "N" TO TierEndFlag
           DISPLAY "Units up to and price for each tier, lowest " &
               "first - 0 units ends"
           PERFORM AcceptOneTier
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > 3 OR TiersEntered OR NOT TiersValid
           IF NOT TiersValid
               DISPLAY "Tiers not changed - each tier must run " &
                   "above the last and carry a price"
           ELSE
               MOVE TierWork TO ITTierSet(FoundIdx)
               IF LastUpTo = ZERO
                   DISPLAY "Usage tiers removed from "
                       ITCode(FoundIdx)
               ELSE
                   DISPLAY "Usage tiers set for " ITCode(FoundIdx)
               END-IF
           END-IF
       END-IF.

       AcceptOneTier.
       DISPLAY "Tier " TierIdx " units up to : " WITH NO ADVANCING
       MOVE ZERO TO NewUpTo
       ACCEPT NewUpTo
       IF NewUpTo = ZERO
           MOVE "Y" TO TierEndFlag
       ELSE
           DISPLAY "Tier " TierIdx " unit price : " WITH NO ADVANCING
           MOVE ZERO TO NewPrice
           ACCEPT NewPrice
           IF NewUpTo NOT > LastUpTo OR NewPrice = ZERO
               MOVE "N" TO TierOKFlag
           ELSE
               MOVE NewUpTo TO TWUpTo(TierIdx)
               MOVE NewPrice TO TWPrice(TierIdx)
               MOVE NewUpTo TO LastUpTo
           END-IF
       END-IF.

      *Changes staged by the mass price update wait here for a
      *supervisor, who approves or rejects the whole set after
      *checking the price change report.
       ReviewPendingChanges.
       MOVE ZERO TO PendingCount
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
           IF ITNewStatus(ItemIdx) = "P"
               ADD 1 TO PendingCount
           END-IF
       END-PERFORM
       IF PendingCount = ZERO
           DISPLAY "No price changes awaiting approval"
       ELSE
           IF NOT IsSupervisor
               DISPLAY PendingCount " price changes await " &
                   "supervisor approval"
           ELSE
               DISPLAY PendingCount " price changes await " &
                   "approval - see PriceChg.rpt"
               DISPLAY "(A)pprove all  (R)eject all  (L)eave : "
                   WITH NO ADVANCING
               MOVE SPACE TO ReviewChoice
               ACCEPT ReviewChoice
               PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
                   IF ITNewStatus(ItemIdx) = "P"
                       IF ApprovePending
                           MOVE "A" TO ITNewStatus(ItemIdx)
                       END-IF
                       IF RejectPending
                           MOVE ZERO TO ITNewPrice(ItemIdx)
                           MOVE ZEROS TO ITNewFrom(ItemIdx)
                           MOVE SPACE TO ITNewStatus(ItemIdx)
                       END-IF
                   END-IF
               END-PERFORM
               IF ApprovePending
                   DISPLAY PendingCount " price changes approved"
               END-IF
               IF RejectPending
                   DISPLAY PendingCount " price changes rejected"
               END-IF
           END-IF
       END-IF.

       SaveItemTable.
       OPEN OUTPUT ItemFile
       PERFORM VARYING ItemIdx FROM 1 BY 1
           MOVE ITDesc(ItemIdx) TO ItemDesc
           MOVE ITPrice(ItemIdx) TO ItemPrice
           MOVE ITActive(ItemIdx) TO ItemActive
           MOVE ITPriceFrom(ItemIdx) TO ItemPriceFrom
           IF ITNewStatus(ItemIdx) NOT = SPACE
               MOVE ITNewPrice(ItemIdx) TO ItemNewPrice
               MOVE ITNewFrom(ItemIdx) TO ItemNewFrom
               MOVE ITNewStatus(ItemIdx) TO ItemNewStatus
           END-IF
           MOVE ITTierSet(ItemIdx) TO ItemTierSet
           WRITE ItemRecord
       END-PERFORM
       CLOSE ItemFile.
