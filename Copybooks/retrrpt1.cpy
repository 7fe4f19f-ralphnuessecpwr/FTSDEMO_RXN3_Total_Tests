       01  RETR-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'RETRMT01  RETIREMENT PLAN REMITTANCE SUMMA'.
           05  FILLER          PIC X(2)      VALUE 'RY'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  RTR-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  RTR-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  RTR-RUN-CCYY    PIC 9(4).

       01  RETR-SECTION-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  RTR-SECTION     PIC X(60).

       01  RETR-EXCEPTION-HDR.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(16)     VALUE '   DEDUCTION RET'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(16)     VALUE '   PLAN EMPLOYEE'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(30)     VALUE 'EXCEPTION'.

       01  RETR-EXCEPTION-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  RTR-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  RTR-DED-RET     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  RTR-PLAN-EE     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  RTR-REASON      PIC X(30).

       01  RETR-COUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  RTR-COUNT-LABEL PIC X(40).
           05  RTR-COUNT       PIC Z,ZZZ,ZZ9.

       01  RETR-AMOUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  RTR-AMT-LABEL   PIC X(40).
           05  RTR-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  RETR-MESSAGE-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  RTR-MESSAGE     PIC X(80).
