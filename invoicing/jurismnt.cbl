           02 JurDesc PIC X(20).
           02 FILLER PIC X.
           02 JurActive PIC X.
           02 FILLER PIC X.
           02 JurFreightTax PIC X.

       FD TaxRatesFile.
       01 TaxRateRecord.
               03 JTCode PIC X(2).
               03 JTDesc PIC X(20).
               03 JTActive PIC X.
               03 JTFreightTax PIC X.
       01 JurisCount PIC 99 VALUE ZERO.
       01 JurisIdx PIC 99 VALUE ZERO.
       01 MntOption PIC X VALUE SPACE.
           88 MntQuit VALUE "Q" "q".
       01 NewCode PIC X(2) VALUE SPACE.
       01 NewDesc PIC X(20) VALUE SPACE.
       01 NewFreightTax PIC X VALUE "Y".
           88 FreightExempt VALUE "N" "n".
       01 FoundIdx PIC 99 VALUE ZERO.
       01 RateFoundFlag PIC X VALUE "N".
           88 RateOnFile VALUE "Y".
           02 PrnDesc PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnActive PIC X.
           02 FILLER PIC X(11) VALUE "  freight: ".
           02 PrnFreightTax PIC X.
           02 PrnRateNote PIC X(14).

       PROCEDURE DIVISION.
           PERFORM WITH TEST AFTER UNTIL MntQuit
               PERFORM ListJurisdictions
               DISPLAY "(A)dd code  (D)eactivate  (R)eactivate  " &
                   "(F)reight taxable  (Q)uit : " WITH NO ADVANCING
               ACCEPT MntOption
               IF MntOption = "A" OR MntOption = "a"
                   PERFORM AddJurisdiction
               IF MntOption = "R" OR MntOption = "r"
                   PERFORM ReactivateJurisdiction
               END-IF
               IF MntOption = "F" OR MntOption = "f"
                   PERFORM SetFreightTaxable
               END-IF
           END-PERFORM
           PERFORM SaveJurisTable
           DISPLAY "Jurisdiction master saved".
                   MOVE JurCode TO JTCode(JurisCount)
                   MOVE JurDesc TO JTDesc(JurisCount)
                   MOVE JurActive TO JTActive(JurisCount)
                   IF JurFreightTax = "N"
                       MOVE "N" TO JTFreightTax(JurisCount)
                   ELSE
                       MOVE "Y" TO JTFreightTax(JurisCount)
                   END-IF
               END-IF
       END-READ.

           MOVE JTCode(JurisIdx) TO PrnCode
           MOVE JTDesc(JurisIdx) TO PrnDesc
           MOVE JTActive(JurisIdx) TO PrnActive
           MOVE JTFreightTax(JurisIdx) TO PrnFreightTax
           MOVE JTCode(JurisIdx) TO NewCode
           PERFORM CheckRateOnFile
           IF RateOnFile
           ACCEPT NewCode
           DISPLAY "Description : " WITH NO ADVANCING
           ACCEPT NewDesc
           DISPLAY "Is freight taxable here ? Y/N : "
               WITH NO ADVANCING
           MOVE "Y" TO NewFreightTax
           ACCEPT NewFreightTax
           MOVE ZERO TO FoundIdx
           PERFORM VARYING JurisIdx FROM 1 BY 1
               UNTIL JurisIdx > JurisCount
                   MOVE NewCode TO JTCode(JurisCount)
                   MOVE NewDesc TO JTDesc(JurisCount)
                   MOVE "A" TO JTActive(JurisCount)
                   IF FreightExempt
                       MOVE "N" TO JTFreightTax(JurisCount)
                   ELSE
                       MOVE "Y" TO JTFreightTax(JurisCount)
                   END-IF
                   PERFORM CheckRateOnFile
                   IF NOT RateOnFile
                       DISPLAY "Warning - no tax rate on file " &
           DISPLAY "Jurisdiction " JTCode(FoundIdx) " reactivated"
       END-IF.

      *Whether freight charges on invoices billed here attract tax.
       SetFreightTaxable.
       DISPLAY "Entry number : " WITH NO ADVANCING
       ACCEPT FoundIdx
       IF FoundIdx < 1 OR FoundIdx > JurisCount
           DISPLAY "No such entry"
       ELSE
           DISPLAY "Is freight taxable in " JTCode(FoundIdx)
               " ? Y/N : " WITH NO ADVANCING
           MOVE "Y" TO NewFreightTax
           ACCEPT NewFreightTax
           IF FreightExempt
               MOVE "N" TO JTFreightTax(FoundIdx)
               DISPLAY "Freight not taxed in " JTCode(FoundIdx)
           ELSE
               MOVE "Y" TO JTFreightTax(FoundIdx)
               DISPLAY "Freight taxed in " JTCode(FoundIdx)
           END-IF
       END-IF.

       SaveJurisTable.
       OPEN OUTPUT JurisFile
       PERFORM VARYING JurisIdx FROM 1 BY 1
           MOVE JTCode(JurisIdx) TO JurCode
           MOVE JTDesc(JurisIdx) TO JurDesc
           MOVE JTActive(JurisIdx) TO JurActive
           MOVE JTFreightTax(JurisIdx) TO JurFreightTax
           WRITE JurisRecord
       END-PERFORM
       CLOSE JurisFile.
