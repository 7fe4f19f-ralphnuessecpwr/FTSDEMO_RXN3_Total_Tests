       01  PAY-STUB-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(28)
                   VALUE 'EMPPAY01  EARNINGS STATEMENT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(7)      VALUE 'PERIOD '.
           05  STB-PERIOD      PIC 9(5).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(14)     VALUE 'PERIOD ENDING '.
           05  STB-END-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  STB-END-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  STB-END-CCYY    PIC 9(4).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(11)     VALUE 'CHECK DATE '.
           05  STB-CHK-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  STB-CHK-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  STB-CHK-CCYY    PIC 9(4).

       01  PAY-STUB-EMP-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'EMPLOYEE '.
           05  STB-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  STB-EMP-NAME    PIC X(25).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(5)      VALUE 'DEPT '.
           05  STB-DEPT        PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(5)      VALUE 'TYPE '.
           05  STB-TYPE        PIC X.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(5)      VALUE 'RATE '.
           05  STB-RATE        PIC ZZ,ZZ9.99.

       01  PAY-STUB-COLUMN-HDR.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(26)     VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(8)      VALUE '  HOURS '.
           05  FILLER          PIC X(12)     VALUE '     CURRENT'.
           05  FILLER          PIC X(16)
                                 VALUE '    YEAR TO DATE'.

       01  PAY-STUB-ITEM-LINE.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  STB-DESC        PIC X(26).
           05  STB-HOURS       PIC ZZ9.99    BLANK WHEN ZERO.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  STB-CURRENT     PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  STB-YTD         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  PAY-STUB-DEPOSIT-LINE.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(21)
                                 VALUE 'DEPOSITED TO ROUTING '.
           05  STB-ROUTING     PIC X(9).
           05  FILLER          PIC X(9)      VALUE ' ACCOUNT '.
           05  STB-ACCOUNT     PIC X(17).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  STB-DEP-AMOUNT  PIC ZZZ,ZZ9.99.

       01  PAY-STUB-CHECK-LINE.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(21)
                                 VALUE 'PAID BY CHECK NUMBER '.
           05  STB-CHECK-SERIAL PIC 9(8).
           05  FILLER          PIC X(28)     VALUE SPACES.
           05  STB-CHK-AMOUNT  PIC ZZZ,ZZ9.99.

       01  PAY-STUB-RULE-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(80)     VALUE ALL '-'.
