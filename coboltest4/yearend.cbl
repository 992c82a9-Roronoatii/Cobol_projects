           AT END MOVE "Y" TO InvEOFFlag
           NOT AT END
               IF InvDate(1:4) = WSYear AND NOT InvVoided
                   AND NOT WriteOffDoc AND NOT DiscountDoc
                   AND NOT RefundDoc AND NOT AgencyFeeDoc
                   MOVE ZERO TO SumFoundIdx
                   PERFORM VARYING SumIdx FROM 1 BY 1
                       UNTIL SumIdx > SumCountTot
