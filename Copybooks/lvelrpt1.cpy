       01  LVEL-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(38)
                   VALUE 'LVELIB01  LEAVE LIABILITY AS OF PERIOD'.
           05  FILLER          PIC X(5)      VALUE ' END '.
           05  LVL-END-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVL-END-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVL-END-CCYY    PIC 9(4).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  LVL-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVL-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVL-RUN-CCYY    PIC 9(4).

       01  LVEL-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'DEPT    '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(27)     VALUE 'NAME'.
           05  FILLER          PIC X(4)      VALUE 'T S '.
           05  FILLER          PIC X(10)     VALUE '     RATE '.
           05  FILLER          PIC X(10)     VALUE ' VAC HOURS'.
           05  FILLER          PIC X(13)     VALUE '    VAC VALUE'.
           05  FILLER          PIC X(10)     VALUE ' SIC HOURS'.
           05  FILLER          PIC X(13)     VALUE '    SIC VALUE'.
           05  FILLER          PIC X(15)     VALUE '    TOTAL VALUE'.

       01  LVEL-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-DEPT        PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-EMP-NAME    PIC X(25).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-TYPE        PIC X.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-STATUS      PIC X.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-RATE        PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-VAC-HOURS   PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-VAC-VALUE   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  LVL-SIC-HOURS   PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVL-SIC-VALUE   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  LVL-EMP-VALUE   PIC Z,ZZZ,ZZ9.99.

       01  LVEL-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-TOT-LABEL   PIC X(40).
           05  LVL-TOT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)     VALUE SPACES.
           05  LVL-TOT-VAC-HRS PIC ZZZ,ZZ9.99.
           05  LVL-TOT-VAC-VAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-TOT-SIC-HRS PIC ZZZ,ZZ9.99.
           05  LVL-TOT-SIC-VAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVL-TOT-VALUE   PIC ZZ,ZZZ,ZZ9.99.
