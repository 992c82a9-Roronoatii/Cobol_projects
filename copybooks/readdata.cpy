      *Customer read-access log record, one line each time a customer
      *record is shown to an operator.  The operator is the signed-on
      *session operator and the program is the one that showed the
      *record.
       01 ReadRecord.
           02 RdOperID PIC X(8).
               88 ReadLogEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 RdIDNum PIC 9(7).
           02 FILLER PIC X.
           02 RdProgram PIC X(8).
           02 FILLER PIC X.
           02 RdDate PIC 9(8).
           02 FILLER PIC X.
           02 RdTime PIC 9(8).
