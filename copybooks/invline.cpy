      *Shared invoice line record layout - included by any program
      *that reads or writes InvLines.dat.  A freight charge line has
      *no item code and price source F; a line rated from an item's
      *usage price tiers has price source T.  Lines filed under a
      *credit memo for returned goods have price source R and carry
      *the value credited for each item.
       01 InvLineData.
           02 LinIDNum PIC 9(7).
           02 FILLER PIC X.
           02 FILLER PIC X.
           02 LinQty PIC 9(4).
           02 FILLER PIC X.
           02 LinUnitPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 LinAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 LinPriceSrc PIC X.
               88 LinListPrice VALUE "L" SPACE.
               88 LinContractPrice VALUE "C".
               88 LinKeyedPrice VALUE "K".
               88 LinFreightCharge VALUE "F".
               88 LinTierPrice VALUE "T".
               88 LinReturnCredit VALUE "R".
