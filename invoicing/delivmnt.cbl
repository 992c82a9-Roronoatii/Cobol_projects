       END-READ.

       ListPrefs.
       DISPLAY "Delivery preferences (P = print, E = email, "
           "I = e-invoice):"
       PERFORM VARYING PrefIdx FROM 1 BY 1
           UNTIL PrefIdx > PrefCount
           MOVE PrefIdx TO PrnIdx
       SetPreference.
       DISPLAY "Customer ID : " WITH NO ADVANCING
       ACCEPT NewIDNum
       DISPLAY "Channel P/E/I : " WITH NO ADVANCING
       ACCEPT NewChannel
       IF NewChannel NOT = "P" AND NewChannel NOT = "E"
           AND NewChannel NOT = "I"
           DISPLAY "Preference not set - channel must be P, E or I"
       ELSE
           IF NewChannel = "E"
               PERFORM CheckEmailPresent
           END-IF
           IF NewChannel = "P" OR NewChannel = "E"
               OR NewChannel = "I"
               MOVE ZERO TO FoundIdx
               PERFORM VARYING PrefIdx FROM 1 BY 1
                   UNTIL PrefIdx > PrefCount
