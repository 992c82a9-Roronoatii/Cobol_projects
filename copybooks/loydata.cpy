      *Shared loyalty points ledger layout - included by any program
      *that reads or writes LoyLedger.dat.  One record per movement
      *on a customer's points: E earned when an invoice is fully
      *paid, R reversed when that payment is reversed, D redeemed
      *against a credit memo (LyInvNumber is the memo) and X expired.
      *Points are signed - earnings positive, everything else
      *negative - so a customer's balance is the sum of the entries.
       01 LoyaltyData.
           02 LyIDNum PIC 9(7).
           02 FILLER PIC X.
           02 LyDate PIC 9(8).
           02 FILLER PIC X.
           02 LyType PIC X.
               88 LyEarned VALUE "E".
               88 LyReversed VALUE "R".
               88 LyRedeemed VALUE "D".
               88 LyExpired VALUE "X".
           02 FILLER PIC X.
           02 LyInvNumber PIC 9(6).
           02 FILLER PIC X.
           02 LyPoints PIC S9(7).
