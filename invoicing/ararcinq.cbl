       01 InvArchRecord.
           02 IvaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 IvaData PIC X(86).
       01 InvArchView REDEFINES InvArchRecord.
           02 FILLER PIC X(9).
           02 IvaIDNum PIC 9(7).
           02 IvaInvDate PIC 9(8).
           02 IvaJuris PIC X(2).
           02 IvaCurrency PIC X(3).
           02 IvaAmount PIC 9(6)V99.
           02 IvaStatus PIC X.
           02 IvaDocType PIC X.
           02 IvaRefNumber PIC 9(6).
           02 FILLER PIC X(44).

       FD PayArchFile.
       01 PayArchRecord.
           02 PyaArchDate PIC 9(8).
           02 FILLER PIC X.
           02 PyaData PIC X(45).
       01 PayArchView REDEFINES PayArchRecord.
           02 FILLER PIC X(9).
           02 PyaIDNum PIC 9(7).
           02 FILLER PIC X.
           02 PyaDate PIC 9(8).
           02 FILLER PIC X.
           02 PyaAmount PIC 9(6)V99.
           02 FILLER PIC X(13).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
