       01  PAYREV-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'PAYREV01  PAY POSTING REVERSAL REGISTER   '.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  PRV-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PRV-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PRV-RUN-CCYY    PIC 9(4).

       01  PAYREV-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(10)     VALUE 'PERIOD END'.
           05  FILLER          PIC X(4)      VALUE ' TY '.
           05  FILLER          PIC X(6)      VALUE 'PERIOD'.
           05  FILLER          PIC X(12)     VALUE '       GROSS'.
           05  FILLER          PIC X(12)     VALUE '      DEDUCT'.
           05  FILLER          PIC X(12)     VALUE '         NET'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(22)     VALUE 'REASON'.
           05  FILLER          PIC X(12)     VALUE 'DISPOSITION '.
           05  FILLER          PIC X(30)     VALUE 'REJECT REASON'.

       01  PAYREV-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PRV-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-PERIOD-END  PIC X(8).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  PRV-ENTRY-TYPE  PIC X.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-PERIOD      PIC ZZZZ9.
           05  FILLER          PIC X         VALUE SPACES.
           05  PRV-GROSS       PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X         VALUE SPACES.
           05  PRV-DEDUCT      PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X         VALUE SPACES.
           05  PRV-NET         PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-REASON      PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-DISPOSITION PIC X(8).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  PRV-REJECT      PIC X(30).

      *    ONE LINE UNDER AN APPLIED REVERSAL FOR EACH BALANCE IT
      *    PUT BACK - DEDUCTION CATEGORY, GARNISHMENT ORDER, LEAVE
      *    TYPE OR RETIREMENT PLAN TOTAL - WITH ITS OLD AND NEW VALUE
       01  PAYREV-ITEM-LINE.
           05  FILLER          PIC X(10)     VALUE SPACES.
           05  PRV-ITEM-NAME   PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-ITEM-AMOUNT PIC ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PRV-ITEM-OLD    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)      VALUE ' TO '.
           05  PRV-ITEM-NEW    PIC Z,ZZZ,ZZ9.99.

       01  PAYREV-MESSAGE-LINE.
           05  FILLER          PIC X(10)     VALUE SPACES.
           05  PRV-MESSAGE     PIC X(80).

       01  PAYREV-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(19)
                                 VALUE 'TRANSACTIONS READ  '.
           05  PRV-TOT-READ    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  APPLIED  '.
           05  PRV-TOT-APPLIED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  REJECTED '.
           05  PRV-TOT-REJECT  PIC ZZZ,ZZ9.

       01  PAYREV-AMOUNT-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PRV-AMT-LABEL   PIC X(30).
           05  PRV-AMT-TOTAL   PIC ZZ,ZZZ,ZZ9.99-.
