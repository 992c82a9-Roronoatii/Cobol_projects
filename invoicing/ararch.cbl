       01 InvArchRecord.
           02 IvaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 IvaData PIC X(86).

       FD PayArchFile.
       01 PayArchRecord.
           02 PyaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 PyaData PIC X(45).

       FD PayKeepFile.
       01 PayKeepRecord PIC X(45).
           88 KeepEOF VALUE HIGH-VALUE.

       FD MonthsFile.
           AT END SET ArEOF TO TRUE
           NOT AT END
               IF ArDocType NOT = "C" AND ArDocType NOT = "W"
                   AND ArDocType NOT = "D"
                   AND ArDocType NOT = "R"
                   AND ArOpenAmount = ZERO
                   AND ArPaidAmount > ZERO
                   MOVE ArInvDate(1:4) TO WorkYear
           NOT AT END
               PERFORM CheckArchTable
               IF NOT ArchFound
                   AND (CreditMemoDoc OR WriteOffDoc OR DiscountDoc
                       OR RefundDoc OR AgencyFeeDoc)
                   PERFORM CheckArchTableByRef
               END-IF
               IF ArchFound
