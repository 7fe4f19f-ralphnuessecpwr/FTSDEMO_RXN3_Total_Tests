       01  CHECK-REGISTER-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(24)
                   VALUE 'EMPPAY01  CHECK REGISTER'.
           05  FILLER          PIC X(5)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  CKR-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKR-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKR-RUN-CCYY    PIC 9(4).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(7)      VALUE 'PERIOD '.
           05  CKR-PERIOD      PIC 9(5).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(11)     VALUE 'CHECK DATE '.
           05  CKR-CHK-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKR-CHK-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKR-CHK-CCYY    PIC 9(4).

       01  CHECK-REGISTER-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(10)     VALUE 'SERIAL    '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(27)     VALUE 'PAYEE'.
           05  FILLER          PIC X(12)     VALUE '      AMOUNT'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(25)     VALUE 'MESSAGE'.

       01  CHECK-REGISTER-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  CKR-SERIAL      PIC 9(8).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKR-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKR-EMP-NAME    PIC X(25).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  CKR-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKR-MESSAGE     PIC X(25).

       01  CHECK-REGISTER-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(15)     VALUE 'CHECKS ISSUED  '.
           05  CKR-TOT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(8)      VALUE '  FIRST '.
           05  CKR-TOT-FIRST   PIC 9(8).
           05  FILLER          PIC X(7)      VALUE '  LAST '.
           05  CKR-TOT-LAST    PIC 9(8).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKR-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
