           02 FILLER PIC X.
           02 HistAction PIC X.
           02 FILLER PIC X.
           02 HistBefore PIC X(136).
           02 FILLER PIC X.
           02 HistAfter PIC X(136).

       FD ArOpenFile.
           COPY ardata.
       01 DateStatus PIC X(2) VALUE SPACE.
           88 DateCalcOK VALUE "00".
       01 WSAmtSigned PIC S9(8)V99 VALUE ZERO.
       01 TaxIDAction PIC X VALUE "M".
       01 TaxIDOperator PIC X(8) VALUE SPACE.
       01 TaxIDMasked PIC X(9) VALUE SPACE.
       01 TaxIDStatus PIC X VALUE SPACE.
       01 ReadOperator PIC X(8) VALUE SPACE.
       01 ReadProgram PIC X(8) VALUE "DOSSIER".
       01 DossierHeading.
           02 FILLER PIC X(20) VALUE "CUSTOMER DOSSIER -  ".
           02 PrnTargetID PIC 9(7).
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   CALL 'readlog' USING ReadOperator, IDNum,
                       ReadProgram
           END-READ
           OPEN OUTPUT DossierReport
           MOVE TargetID TO PrnTargetID
           INTO DossierLine
       END-STRING
       WRITE DossierLine AFTER ADVANCING 1 LINE
       MOVE "M" TO TaxIDAction
       CALL 'taxidsvc' USING TaxIDAction, TaxIDOperator, IDNum,
           TaxIDMasked, TaxIDStatus
       IF TaxIDStatus = "Y"
           MOVE SPACES TO DossierLine
           STRING "  Tax ID  : " DELIMITED BY SIZE
               TaxIDMasked DELIMITED BY SIZE
               INTO DossierLine
           END-STRING
           WRITE DossierLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO DossierLine
       IF CEData
           MOVE "  Status  : Deleted" TO DossierLine
