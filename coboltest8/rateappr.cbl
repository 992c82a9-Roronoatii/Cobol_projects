       01 WSSignonDay PIC 9(8) VALUE ZEROS.
       01 WSAuthority PIC X VALUE "O".
           88 IsSupervisor VALUE "S".
       01 AuthFuncCode PIC X(8) VALUE "RATEAPPR".
       01 AuthAllowed PIC X VALUE "D".
           88 FuncAllowed VALUE "Y".
       01 WSOperator PIC X(8) VALUE SPACE.
       01 RatePendTable.
           02 RatePendEntry OCCURS 50 TIMES.

       PROCEDURE DIVISION.
           PERFORM CheckSupervisor
           IF NOT FuncAllowed
               DISPLAY "You are not authorised to approve rate changes"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       IF GsFound = "Y"
           MOVE GsAuth TO WSAuthority
           MOVE GsOperID TO WSOperator
       END-IF
       MOVE "D" TO AuthAllowed
       CALL 'chkauth' USING WSOperator, AuthFuncCode, AuthAllowed
       IF AuthAllowed = "D"
           IF IsSupervisor
               MOVE "Y" TO AuthAllowed
           ELSE
               MOVE "N" TO AuthAllowed
           END-IF
       END-IF.

       LoadRatePending.
