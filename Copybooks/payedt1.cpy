       01  PEDT-REPORT-HDR1.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'PAYEDT01  HOURS FILE PRE-EDIT AND BALANCIN'.
           05  FILLER          PIC X(9)      VALUE 'G REPORT '.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(7)      VALUE 'PERIOD '.
           05  PED-PERIOD      PIC ZZZZ9.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  FILLER          PIC X(9)      VALUE 'RUN DATE '.
           05  PED-RUN-MM      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PED-RUN-DD      PIC 99.
           05  FILLER          PIC X         VALUE '/'.
           05  PED-RUN-CCYY    PIC 9(4).

       01  PEDT-REPORT-HDR2.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(8)      VALUE 'EMP ID  '.
           05  FILLER          PIC X(6)      VALUE 'CODE  '.
           05  FILLER          PIC X(9)      VALUE '   HOURS '.
           05  FILLER          PIC X(14)     VALUE '        AMOUNT'.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  FILLER          PIC X(30)     VALUE 'SUSPENSE REASON'.

       01  PEDT-DETAIL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PED-EMP-ID      PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PED-EARN-CODE   PIC X(3).
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  PED-HOURS       PIC X(9).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PED-AMOUNT      PIC X(12).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PED-REASON      PIC X(30).

       01  PEDT-MISSING-HDR.
           05  FILLER          PIC X         VALUE SPACES.
           05  FILLER          PIC X(42)
                   VALUE 'ACTIVE HOURLY EMPLOYEES WITH NO HOURS IN T'.
           05  FILLER          PIC X(9)      VALUE 'HE BATCH '.

       01  PEDT-MISSING-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PED-MISS-EMP-ID PIC X(6).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PED-MISS-NAME   PIC X(25).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  PED-MISS-DEPT   PIC X(6).

       01  PEDT-CONTROL-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PED-CTL-LABEL   PIC X(30).
           05  PED-CTL-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  PED-CTL-HOURS   PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(3)      VALUE SPACES.
           05  PED-CTL-NOTE    PIC X(40).

       01  PEDT-MESSAGE-LINE.
           05  FILLER          PIC X         VALUE SPACES.
           05  PED-MESSAGE     PIC X(80).
