           02 FILLER PIC X.
           02 RcrCurrency PIC X(3).
           02 FILLER PIC X.
           02 RcrAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 RcrFreq PIC X.
           02 FILLER PIC X.
           02 RcrNextDue PIC 9(8).
           02 FILLER PIC X.
           02 RcrItemCode PIC X(6).
           02 FILLER PIC X.
           02 RcrQty PIC 9(4).

       FD CustomerFile.
           COPY custdata.
               03 RTIDNum PIC 9(7).
               03 RTJuris PIC X(2).
               03 RTCurrency PIC X(3).
               03 RTAmount PIC 9(6)V99.
               03 RTFreq PIC X.
               03 RTNextDue PIC 9(8).
               03 RTItemCode PIC X(6).
               03 RTQty PIC 9(4).
       01 RecurEOFFlag PIC X VALUE "N".
           88 RecurEOF VALUE "Y".
       01 RecurCount PIC 9(3) VALUE ZERO.
       01 NewIDNum PIC 9(7) VALUE ZEROS.
       01 NewJuris PIC X(2) VALUE SPACE.
       01 NewCurrency PIC X(3) VALUE SPACE.
       01 NewAmount PIC 9(6)V99 VALUE ZERO.
       01 NewFreq PIC X VALUE SPACE.
       01 NewNextDue PIC 9(8) VALUE ZEROS.
       01 NewItemCode PIC X(6) VALUE SPACE.
       01 NewQty PIC 9(4) VALUE ZERO.
       01 FoundIdx PIC 9(3) VALUE ZERO.
       01 CustOKFlag PIC X VALUE "N".
           88 CustomerUsable VALUE "Y".
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCurrency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAmount PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFreq PIC X.
           02 FILLER PIC X(7) VALUE "  due  ".
           02 PrnNextDue PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnItemCode PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZZ9 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
           PERFORM LoadRecurTable
                   MOVE RcrAmount TO RTAmount(RecurCount)
                   MOVE RcrFreq TO RTFreq(RecurCount)
                   MOVE RcrNextDue TO RTNextDue(RecurCount)
                   IF RcrItemCode = SPACES OR RcrQty IS NOT NUMERIC
                       MOVE SPACES TO RTItemCode(RecurCount)
                       MOVE ZERO TO RTQty(RecurCount)
                   ELSE
                       MOVE RcrItemCode TO RTItemCode(RecurCount)
                       MOVE RcrQty TO RTQty(RecurCount)
                   END-IF
               END-IF
       END-READ.

           MOVE RTAmount(RecurIdx) TO PrnAmount
           MOVE RTFreq(RecurIdx) TO PrnFreq
           MOVE RTNextDue(RecurIdx) TO PrnNextDue
           MOVE RTItemCode(RecurIdx) TO PrnItemCode
           MOVE RTQty(RecurIdx) TO PrnQty
           DISPLAY RecurDetailLine
       END-PERFORM.

               IF NewCurrency = SPACES
                   MOVE "USD" TO NewCurrency
               END-IF
               DISPLAY "Item code (blank = fixed amount) : "
                   WITH NO ADVANCING
               MOVE SPACES TO NewItemCode
               ACCEPT NewItemCode
               MOVE ZERO TO NewQty
               MOVE ZERO TO NewAmount
               IF NewItemCode = SPACES
                   DISPLAY "Amount : " WITH NO ADVANCING
                   ACCEPT NewAmount
               ELSE
                   DISPLAY "Quantity : " WITH NO ADVANCING
                   ACCEPT NewQty
               END-IF
               DISPLAY "Frequency M/Q/A : " WITH NO ADVANCING
               ACCEPT NewFreq
               DISPLAY "First due date YYYYMMDD : " WITH NO ADVANCING
               ACCEPT NewNextDue
               IF NewJuris = SPACES
                   OR (NewItemCode = SPACES AND NewAmount = ZERO)
                   OR (NewItemCode NOT = SPACES AND NewQty = ZERO)
                   OR NewNextDue = ZEROS
                   OR (NewFreq NOT = "M" AND NewFreq NOT = "Q"
                       AND NewFreq NOT = "A")
                   MOVE NewAmount TO RTAmount(RecurCount)
                   MOVE NewFreq TO RTFreq(RecurCount)
                   MOVE NewNextDue TO RTNextDue(RecurCount)
                   MOVE NewItemCode TO RTItemCode(RecurCount)
                   MOVE NewQty TO RTQty(RecurCount)
                   DISPLAY "Template added"
               END-IF
           END-IF
           MOVE RTAmount(RecurIdx) TO RcrAmount
           MOVE RTFreq(RecurIdx) TO RcrFreq
           MOVE RTNextDue(RecurIdx) TO RcrNextDue
           IF RTItemCode(RecurIdx) NOT = SPACES
               MOVE RTItemCode(RecurIdx) TO RcrItemCode
               MOVE RTQty(RecurIdx) TO RcrQty
           END-IF
           WRITE RecurRecord
       END-PERFORM
       CLOSE RecurFile.
