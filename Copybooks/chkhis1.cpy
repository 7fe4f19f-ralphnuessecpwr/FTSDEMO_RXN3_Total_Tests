      *    ONE RECORD PER CHECK SERIAL EVER ISSUED. A SERIAL ON THIS
      *    FILE IS NEVER ASSIGNED AGAIN, WHATEVER ITS STATUS - A
      *    VOIDED CHECK KEEPS ITS RECORD, AND A REISSUE IS A NEW
      *    SERIAL POINTING BACK AT THE CHECK IT REPLACED
       01  CHECK-HISTORY-REC.
           05  CKH-SERIAL          PIC 9(8).
           05  CKH-EMP-ID          PIC X(6).
           05  CKH-PERIOD-NUMBER   PIC 9(5).
           05  CKH-CHECK-DATE      PIC 9(8).
           05  CKH-AMOUNT          PIC 9(7)V99.
           05  CKH-STATUS          PIC X.
               88  CKH-ISSUED              VALUE 'I'.
               88  CKH-VOIDED              VALUE 'V'.
               88  CKH-REISSUED            VALUE 'R'.
           05  CKH-STATUS-DATE     PIC 9(8).
           05  CKH-ORIG-SERIAL     PIC 9(8).
           05  CKH-REPLACED-BY     PIC 9(8).
