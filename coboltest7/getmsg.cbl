               "/  (1) Gestion clients       (2) Quitter     /".
           02 FILLER PIC X(7) VALUE "PJT002E".
           02 FILLER PIC X(46) VALUE
               "/  (3) Reset Operator     (K) Service Cases  /".
           02 FILLER PIC X(7) VALUE "PJT002F".
           02 FILLER PIC X(46) VALUE
               "/  (3) Debloquer operateur (K) Dossiers SAV  /".
           02 FILLER PIC X(7) VALUE "PJT003E".
           02 FILLER PIC X(46) VALUE
               "/  (4) Tax Run       (5) Daily Batch         /".
           02 FILLER PIC X(7) VALUE "PJT005F".
           02 FILLER PIC X(46) VALUE
               "/  (8) Calc (I) Fac (P) Pai (C) Cons (S) Ses /".
           02 FILLER PIC X(7) VALUE "PJT006E".
           02 FILLER PIC X(46) VALUE
               "/  (D) Dash (H) Disputes (A) Rates (J) Jobs  /".
           02 FILLER PIC X(7) VALUE "PJT006F".
           02 FILLER PIC X(46) VALUE
               "/  (D) Tableau (H) Litiges (A) Taux (J) Lots /".
           02 FILLER PIC X(7) VALUE "EXT001E".
           02 FILLER PIC X(46) VALUE
               "Are you sure you want to exit ? Y / N : ".
           02 FILLER PIC X(7) VALUE "FLD007F".
           02 FILLER PIC X(46) VALUE "Courriel".
       01 DefaultMsgTable REDEFINES DefaultMsgs.
           02 DefEntry OCCURS 134 TIMES.
               03 DefId PIC X(6).
               03 DefLang PIC X.
               03 DefText PIC X(46).

       CreateDefaultCatalogue.
       OPEN OUTPUT MsgCatFile
       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 134
           MOVE SPACES TO MsgCatRecord
           MOVE DefId(DefIdx) TO McId
           MOVE DefLang(DefIdx) TO McLang
