       01  CHKM-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'CHKMNT01  CHECK VOID / REISSUE EDIT REPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  CKM-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKM-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  CKM-RUN-CCYY    PIC 9(4).

       01  CHKM-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(4)      VALUE 'ACT '.
           05  FILLER          PIC X(10)     VALUE 'SERIAL    '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(12)     VALUE '      AMOUNT'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(10)     VALUE 'NEW SERIAL'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(22)     VALUE 'REASON GIVEN'.
           05  FILLER          PIC X(12)     VALUE 'DISPOSITION '.
           05  FILLER          PIC X(30)     VALUE 'REJECT REASON'.

       01  CHKM-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  CKM-ACTION      PIC X.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  CKM-SERIAL      PIC X(8).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKM-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKM-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  CKM-NEW-SERIAL  PIC X(8).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  CKM-REASON      PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKM-DISPOSITION PIC X(8).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  CKM-REJECT      PIC X(30).

       01  CHKM-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(19)
                                 VALUE 'TRANSACTIONS READ  '.
           05  CKM-TOT-READ    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  APPLIED  '.
           05  CKM-TOT-APPLIED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  REJECTED '.
           05  CKM-TOT-REJECT  PIC ZZZ,ZZ9.

       01  CHKM-AMOUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  CKM-AMT-LABEL   PIC X(26).
           05  CKM-AMT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  CKM-AMT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
