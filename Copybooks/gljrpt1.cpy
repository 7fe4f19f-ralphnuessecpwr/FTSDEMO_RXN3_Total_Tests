       01  GL-CONTROL-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(36)
                   VALUE 'EMPGLJ01  GL JOURNAL CONTROL REPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  GLR-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  GLR-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  GLR-RUN-CCYY    PIC 9(4).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(7)      VALUE 'PERIOD '.
           05  GLR-PERIOD      PIC 9(5).

       01  GL-CONTROL-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(14)     VALUE 'ACCOUNT'.
           05  FILLER          PIC X(8)      VALUE 'DEPT'.
           05  FILLER          PIC X(14)     VALUE 'DIVISION'.
           05  FILLER          PIC X(32)     VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(16)
                                 VALUE '           DEBIT'.
           05  FILLER          PIC X(16)
                                 VALUE '          CREDIT'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(20)     VALUE 'MESSAGE'.

       01  GL-CONTROL-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  GLR-ACCOUNT     PIC X(12).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-DEPT        PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-DIVISION    PIC X(12).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-DESCRIPTION PIC X(30).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-DEBIT       PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  GLR-CREDIT      PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(5)      VALUE SPACES.
           05  GLR-MESSAGE     PIC X(20).

       01  GL-CONTROL-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(15)     VALUE 'JOURNAL TOTALS '.
           05  GLR-TOT-LINES   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(45)     VALUE ' LINES'.
           05  GLR-TOT-DEBIT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-TOT-CREDIT  PIC ZZZ,ZZZ,ZZ9.99.

       01  GL-CONTROL-TIE-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  GLR-TIE-LABEL   PIC X(30).
           05  GLR-TIE-JOURNAL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-TIE-CONTROL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  GLR-TIE-STATUS  PIC X(14).

       01  GL-CONTROL-STATUS-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  GLR-STATUS-TEXT PIC X(60).
