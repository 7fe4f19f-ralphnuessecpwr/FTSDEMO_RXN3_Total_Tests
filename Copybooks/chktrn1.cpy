      *    V VOIDS AN ISSUED CHECK, R VOIDS IT AND REISSUES THE SAME
      *    AMOUNT UNDER A NEW SERIAL, S SETS THE CHECK CONTROL
      *    RECORD - THE DISBURSING ACCOUNT AND THE LAST SERIAL USED,
      *    WHICH MAY ONLY MOVE FORWARD
       01  CHECK-TRAN-REC.
           05  CKT-ACTION          PIC X.
               88  CKT-VOID                    VALUE 'V'.
               88  CKT-REISSUE                 VALUE 'R'.
               88  CKT-SET-CONTROL             VALUE 'S'.
           05  CKT-SERIAL-X        PIC X(8).
           05  CKT-SERIAL REDEFINES CKT-SERIAL-X
                                   PIC 9(8).
           05  CKT-ACCOUNT         PIC X(17).
           05  CKT-REASON          PIC X(20).
