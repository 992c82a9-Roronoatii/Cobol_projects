       01 TaxInputRecord.
           02 OutJurisdiction PIC X(2).
           02 OutCurrency PIC X(3).
           02 OutPrice PIC 9(6)V99.
           02 OutIDNum PIC 9(7).
           02 OutInvNumber PIC 9(6).
           02 OutFreight PIC X.

       FD InvLineFile.
           COPY invline.
                   MOVE LinAmount TO OutPrice
                   MOVE InvIDNum TO OutIDNum
                   MOVE InvNumber TO OutInvNumber
                   IF LinFreightCharge
                       MOVE "F" TO OutFreight
                   ELSE
                       MOVE SPACE TO OutFreight
                   END-IF
                   WRITE TaxInputRecord
                   ADD 1 TO LinesWritten
               END-IF
                       MOVE InvAmount TO OutPrice
                       MOVE InvIDNum TO OutIDNum
                       MOVE InvNumber TO OutInvNumber
                       MOVE SPACE TO OutFreight
                       WRITE TaxInputRecord
                   END-IF
                   MOVE "E" TO InvStatus
