       01 RebCustomerData.
           02 RebBirthDate PIC 9(8).
           02 RebIDNum PIC 9(7).
           02 RebRest PIC X(121).

       FD CheckReport.
       01 CheckLine PIC X(80).
