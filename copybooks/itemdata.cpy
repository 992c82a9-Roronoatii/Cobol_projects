      *Shared item master record layout - included by any program
      *that reads or writes ItemMast.dat.  ItemPrice is the price in
      *force since ItemPriceFrom; a future price waits in ItemNewPrice
      *until ItemNewFrom, and is only used once approved.  Items
      *billed on metered usage may carry up to three price tiers -
      *units up to ItemTierUpTo (counted from the first unit) at
      *ItemTierPrice - with any units above the last tier at the
      *item price.  Items without tiers have the tier set blank.
       01 ItemRecord.
           02 ItemCode PIC X(6).
               88 ItemEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 ItemDesc PIC X(20).
           02 FILLER PIC X.
           02 ItemPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 ItemActive PIC X.
           02 FILLER PIC X.
           02 ItemPriceFrom PIC 9(8).
           02 FILLER PIC X.
           02 ItemNewPrice PIC 9(6)V99.
           02 FILLER PIC X.
           02 ItemNewFrom PIC 9(8).
           02 FILLER PIC X.
           02 ItemNewStatus PIC X.
               88 NoPriceChange VALUE SPACE.
               88 PriceChangePending VALUE "P".
               88 PriceChangeApproved VALUE "A".
           02 ItemTierSet.
               03 ItemTier OCCURS 3 TIMES.
                   04 FILLER PIC X.
                   04 ItemTierUpTo PIC 9(7).
                   04 FILLER PIC X.
                   04 ItemTierPrice PIC 9(6)V99.
