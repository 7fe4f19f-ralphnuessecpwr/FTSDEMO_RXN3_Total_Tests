       01  QTR-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'EMPQTR01  QUARTERLY WAGE AND WITHHOLDING R'.
           05  FILLER          PIC X(5)      VALUE 'EPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(5)      VALUE 'YEAR '.
           05  QTR-HDR-YEAR    PIC 9(4).
           05  FILLER          PIC X(10)     VALUE '  QUARTER '.
           05  QTR-HDR-QUARTER PIC 9.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  QTR-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  QTR-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  QTR-RUN-CCYY    PIC 9(4).

       01  QTR-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(25)
                                 VALUE 'UNEMPLOYMENT WAGE BASE   '.
           05  QTR-HDR-BASE    PIC ZZ,ZZZ,ZZ9.99.

       01  QTR-REPORT-HDR3.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(27)     VALUE 'NAME'.
           05  FILLER          PIC X(14)     VALUE '   QTR GROSS  '.
           05  FILLER          PIC X(14)     VALUE ' TAXABLE WAGES'.
           05  FILLER          PIC X(14)     VALUE '  TAX WITHHELD'.
           05  FILLER          PIC X(14)     VALUE '  OVER WG BASE'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(24)     VALUE 'YTD RECONCILIATION'.

       01  QTR-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  QTR-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-EMP-NAME    PIC X(25).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-GROSS       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-TAXABLE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-TAX         PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-EXCESS      PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  QTR-RECON       PIC X(24).

       01  QTR-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  QTR-TOT-LABEL   PIC X(26).
           05  QTR-TOT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(1)      VALUE SPACES.
           05  QTR-TOT-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-TOT-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-TOT-TAX     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  QTR-TOT-EXCESS  PIC ZZZ,ZZZ,ZZ9.99.

       01  QTR-SUMMARY-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  QTR-SUM-LABEL   PIC X(36).
           05  QTR-SUM-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01  QTR-COUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  QTR-CNT-LABEL   PIC X(36).
           05  QTR-CNT-COUNT   PIC ZZZ,ZZ9.

       01  QTR-YTD-LINE.
           05  FILLER          PIC X(10)     VALUE SPACES.
           05  QTR-YTD-LABEL   PIC X(24).
           05  FILLER          PIC X(6)      VALUE 'GROSS '.
           05  QTR-YTD-GROSS   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(9)      VALUE '  DEDUCT '.
           05  QTR-YTD-DEDUCT  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(6)      VALUE '  NET '.
           05  QTR-YTD-NET     PIC Z,ZZZ,ZZ9.99.
