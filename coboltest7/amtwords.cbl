      *Amount in words
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amtwords.
       AUTHOR. Paul Rivallin.
       DATE-WRITTEN.September 2nd 2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 UnitNamesData.
           02 FILLER PIC X(9) VALUE "one".
           02 FILLER PIC X(9) VALUE "two".
           02 FILLER PIC X(9) VALUE "three".
           02 FILLER PIC X(9) VALUE "four".
           02 FILLER PIC X(9) VALUE "five".
           02 FILLER PIC X(9) VALUE "six".
           02 FILLER PIC X(9) VALUE "seven".
           02 FILLER PIC X(9) VALUE "eight".
           02 FILLER PIC X(9) VALUE "nine".
           02 FILLER PIC X(9) VALUE "ten".
           02 FILLER PIC X(9) VALUE "eleven".
           02 FILLER PIC X(9) VALUE "twelve".
           02 FILLER PIC X(9) VALUE "thirteen".
           02 FILLER PIC X(9) VALUE "fourteen".
           02 FILLER PIC X(9) VALUE "fifteen".
           02 FILLER PIC X(9) VALUE "sixteen".
           02 FILLER PIC X(9) VALUE "seventeen".
           02 FILLER PIC X(9) VALUE "eighteen".
           02 FILLER PIC X(9) VALUE "nineteen".
       01 UnitNamesTable REDEFINES UnitNamesData.
           02 UnitName PIC X(9) OCCURS 19 TIMES.
       01 TensNamesData.
           02 FILLER PIC X(7) VALUE "ten".
           02 FILLER PIC X(7) VALUE "twenty".
           02 FILLER PIC X(7) VALUE "thirty".
           02 FILLER PIC X(7) VALUE "forty".
           02 FILLER PIC X(7) VALUE "fifty".
           02 FILLER PIC X(7) VALUE "sixty".
           02 FILLER PIC X(7) VALUE "seventy".
           02 FILLER PIC X(7) VALUE "eighty".
           02 FILLER PIC X(7) VALUE "ninety".
       01 TensNamesTable REDEFINES TensNamesData.
           02 TensName PIC X(7) OCCURS 9 TIMES.
       01 WholeAmount PIC 9(8)V99 VALUE ZERO.
       01 WholeAmountParts REDEFINES WholeAmount.
           02 WholeMillions PIC 99.
           02 WholeThousands PIC 9(3).
           02 WholeUnits PIC 9(3).
           02 WholeCents PIC 99.
       01 GroupValue PIC 9(3) VALUE ZERO.
       01 GroupParts REDEFINES GroupValue.
           02 GroupHundreds PIC 9.
           02 GroupTens PIC 9.
           02 GroupOnes PIC 9.
       01 GroupRest PIC 99 VALUE ZERO.
       01 WordText PIC X(20) VALUE SPACE.
       01 WordPtr PIC 999 VALUE 1.

       LINKAGE SECTION.
       01 LAmount PIC S9(8)V99.
       01 LWords PIC X(120).

      *Spells LAmount out for cheques and letters in the form
      *"One thousand two hundred fifty and 00/100".  The sign is
      *ignored - the wording always describes the amount itself.
       PROCEDURE DIVISION USING LAmount, LWords.
           MOVE SPACES TO LWords
           MOVE 1 TO WordPtr
           IF LAmount < ZERO
               COMPUTE WholeAmount = ZERO - LAmount
           ELSE
               MOVE LAmount TO WholeAmount
           END-IF
           IF WholeMillions > ZERO
               MOVE WholeMillions TO GroupValue
               PERFORM AddGroupWords
               MOVE "million" TO WordText
               PERFORM AddOneWord
           END-IF
           IF WholeThousands > ZERO
               MOVE WholeThousands TO GroupValue
               PERFORM AddGroupWords
               MOVE "thousand" TO WordText
               PERFORM AddOneWord
           END-IF
           IF WholeUnits > ZERO
               MOVE WholeUnits TO GroupValue
               PERFORM AddGroupWords
           END-IF
           IF WordPtr = 1
               MOVE "zero" TO WordText
               PERFORM AddOneWord
           END-IF
           INSPECT LWords(1:1) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           STRING " and " DELIMITED BY SIZE
               WholeCents DELIMITED BY SIZE
               "/100" DELIMITED BY SIZE
               INTO LWords WITH POINTER WordPtr
           END-STRING

       EXIT PROGRAM.

       AddGroupWords.
       IF GroupHundreds > ZERO
           MOVE UnitName(GroupHundreds) TO WordText
           PERFORM AddOneWord
           MOVE "hundred" TO WordText
           PERFORM AddOneWord
       END-IF
       COMPUTE GroupRest = GroupTens * 10 + GroupOnes
       IF GroupRest > ZERO
           IF GroupRest < 20
               MOVE UnitName(GroupRest) TO WordText
           ELSE
               MOVE SPACES TO WordText
               IF GroupOnes = ZERO
                   MOVE TensName(GroupTens) TO WordText
               ELSE
                   STRING TensName(GroupTens) DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE
                       UnitName(GroupOnes) DELIMITED BY SPACE
                       INTO WordText
                   END-STRING
               END-IF
           END-IF
           PERFORM AddOneWord
       END-IF.

       AddOneWord.
       IF WordPtr > 1
           STRING " " DELIMITED BY SIZE
               INTO LWords WITH POINTER WordPtr
           END-STRING
       END-IF
       STRING WordText DELIMITED BY SPACE
           INTO LWords WITH POINTER WordPtr
       END-STRING.
