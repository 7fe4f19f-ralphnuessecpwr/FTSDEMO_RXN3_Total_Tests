       01  POSM-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'POSMNT01  POSITION MASTER MAINTENANCE EDIT'.
           05  FILLER          PIC X(7)      VALUE ' REPORT'.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  PSM-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PSM-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PSM-RUN-CCYY    PIC 9(4).

       01  POSM-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(4)      VALUE 'ACT '.
           05  FILLER          PIC X(8)      VALUE 'DEPT    '.
           05  FILLER          PIC X(6)      VALUE 'POSN  '.
           05  FILLER          PIC X(22)     VALUE 'TITLE'.
           05  FILLER          PIC X(6)      VALUE ' FTE  '.
           05  FILLER          PIC X(14)     VALUE '   BUDGET     '.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(12)     VALUE 'DISPOSITION '.
           05  FILLER          PIC X(30)     VALUE 'REJECT REASON'.

       01  POSM-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PSM-ACTION      PIC X.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  PSM-DEPT        PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-NUMBER      PIC X(4).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-TITLE       PIC X(20).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-FTE         PIC X(4).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-BUDGET      PIC X(12).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PSM-DISPOSITION PIC X(8).
           05  FILLER          PIC X(4)      VALUE SPACES.
           05  PSM-REASON      PIC X(30).

       01  POSM-TOTAL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(19)
                                 VALUE 'TRANSACTIONS READ  '.
           05  PSM-TOT-READ    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  APPLIED  '.
           05  PSM-TOT-APPLIED PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)    VALUE '  REJECTED '.
           05  PSM-TOT-REJECT  PIC ZZZ,ZZ9.
