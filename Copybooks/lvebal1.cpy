      *    LEAVE BALANCE - HOURS AVAILABLE TO ONE EMPLOYEE FOR ONE
      *    LEAVE TYPE. ACCRUED AND TAKEN BY EMPPAY01 EACH PAID
      *    PERIOD, ADJUSTED BY HAND THROUGH LVEMNT01
       01  LEAVE-BALANCE-REC.
           05  LVB-KEY.
               10  LVB-EMP-ID      PIC X(6).
               10  LVB-LEAVE-TYPE  PIC X(3).
                   88  LVB-VACATION            VALUE 'VAC'.
                   88  LVB-SICK                VALUE 'SIC'.
           05  LVB-BALANCE         PIC 9(4)V99.
           05  LVB-LAST-PERIOD     PIC 9(5).
