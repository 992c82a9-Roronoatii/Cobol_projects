           88 EntryQuit VALUE "Q" "q".
       01 WSCustID PIC 9(7) VALUE ZEROS.
       01 ShownCount PIC 9(4) VALUE ZERO.
       01 ReadOperator PIC X(8) VALUE SPACE.
       01 ReadProgram PIC X(8) VALUE "CONTINQ".
       01 ContactDetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCntDate PIC 9(8).
                   DISPLAY "(customer not on the master)"
               NOT INVALID KEY
                   DISPLAY "Customer : " FirstName " " LastName
                   CALL 'readlog' USING ReadOperator, IDNum,
                       ReadProgram
           END-READ
           CLOSE CustomerFile
       END-IF.
