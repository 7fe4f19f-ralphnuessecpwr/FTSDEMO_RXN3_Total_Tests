      *    ONE RECORD PER CHECK TO BE PRINTED ON THE CHECK STOCK
       01  CHECK-PRINT-REC.
           05  CKP-SERIAL          PIC 9(8).
           05  CKP-CHECK-DATE      PIC 9(8).
           05  CKP-EMP-ID          PIC X(6).
           05  CKP-PAYEE-NAME      PIC X(25).
           05  CKP-AMOUNT          PIC 9(7)V99.
           05  CKP-PERIOD-NUMBER   PIC 9(5).
