       01  POSR-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(41)
                   VALUE 'POSRPT01  MONTHLY POSITION CONTROL REPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  PSR-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PSR-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PSR-RUN-CCYY    PIC 9(4).

       01  POSR-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'DEPT    '.
           05  FILLER          PIC X(6)      VALUE 'POSN  '.
           05  FILLER          PIC X(22)     VALUE 'TITLE'.
           05  FILLER          PIC X(6)      VALUE ' FTE  '.
           05  FILLER          PIC X(14)     VALUE '      BUDGET  '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(20)     VALUE 'INCUMBENT'.
           05  FILLER          PIC X(3)      VALUE 'T  '.
           05  FILLER          PIC X(16)     VALUE '  ANNUALIZED PAY'.
           05  FILLER          PIC X(17)     VALUE '         VARIANCE'.
           05  FILLER          PIC X(8)      VALUE '  STATUS'.

       01  POSR-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PSR-DEPT        PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-NUMBER      PIC X(4).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-TITLE       PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-FTE         PIC 9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-BUDGET      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-EMP-NAME    PIC X(18).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-TYPE        PIC X.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-ANNUAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-VARIANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-STATUS      PIC X(8).

       01  POSR-COUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PSR-TOT-LABEL   PIC X(40).
           05  FILLER          PIC X(7)      VALUE ' POSNS '.
           05  PSR-TOT-POSNS   PIC ZZZ9.
           05  FILLER          PIC X(8)      VALUE ' FILLED '.
           05  PSR-TOT-FILLED  PIC ZZZ9.
           05  FILLER          PIC X(8)      VALUE ' VACANT '.
           05  PSR-TOT-VACANT  PIC ZZZ9.
           05  FILLER          PIC X(9)      VALUE ' NO POSN '.
           05  PSR-TOT-NO-POSN PIC ZZZ9.

       01  POSR-AMOUNT-LINE.
           05  FILLER          PIC X(10)     VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'AUTH FTE '.
           05  PSR-TOT-FTE     PIC ZZZ9.99.
           05  FILLER          PIC X(10)     VALUE '  BUDGET  '.
           05  PSR-TOT-BUDGET  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(14)     VALUE '  ANNUAL PAY  '.
           05  PSR-TOT-ANNUAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(12)     VALUE '  VARIANCE  '.
           05  PSR-TOT-VARIANCE
                               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSR-TOT-FLAG    PIC X(20).
