       01  LVEM-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'LVEMNT01  LEAVE BALANCE MAINTENANCE EDIT R'.
           05  FILLER          PIC X(5)      VALUE 'EPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  LVM-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVM-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  LVM-RUN-CCYY    PIC 9(4).

       01  LVEM-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(4)      VALUE 'ACT '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(5)      VALUE 'TYPE '.
           05  FILLER          PIC X(9)      VALUE '   HOURS '.
           05  FILLER          PIC X(10)     VALUE ' OLD BAL  '.
           05  FILLER          PIC X(10)     VALUE ' NEW BAL  '.
           05  FILLER          PIC X(22)     VALUE 'REASON'.
           05  FILLER          PIC X(12)     VALUE 'DISPOSITION '.
           05  FILLER          PIC X(30)     VALUE 'REJECT REASON'.

       01  LVEM-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  LVM-ACTION      PIC X.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  LVM-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-LEAVE-TYPE  PIC X(3).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-HOURS       PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-OLD-BAL     PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-NEW-BAL     PIC Z,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-REASON      PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  LVM-DISPOSITION PIC X(8).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  LVM-REJECT      PIC X(30).

       01  LVEM-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(19)
                                 VALUE 'TRANSACTIONS READ  '.
           05  LVM-TOT-READ    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  APPLIED  '.
           05  LVM-TOT-APPLIED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  REJECTED '.
           05  LVM-TOT-REJECT  PIC ZZZ,ZZ9.
