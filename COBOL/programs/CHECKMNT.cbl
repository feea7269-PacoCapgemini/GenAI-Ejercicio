          05 TXN-STATUS-DATE       PIC 9(8).

       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

