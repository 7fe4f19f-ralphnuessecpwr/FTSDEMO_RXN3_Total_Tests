      *    LEAVE ACCRUAL RATE TABLE - HOURS OF LEAVE EARNED PER
      *    HOUR PAID FOR EACH EMPLOYEE TYPE AND LEAVE TYPE, AND THE
      *    MOST THAT MAY BE CARRIED (ZERO FOR NO CAP)
       01  LEAVE-ACCRUAL-RATE-REC.
           05  LVA-EMP-TYPE        PIC X.
               88  LVA-VALID-EMP-TYPE      VALUES 'H' 'S'.
           05  LVA-LEAVE-TYPE      PIC X(3).
               88  LVA-VALID-LEAVE-TYPE    VALUES 'VAC' 'SIC'.
           05  LVA-RATE-X          PIC X(5).
           05  LVA-RATE REDEFINES LVA-RATE-X
                                   PIC 9V9999.
           05  LVA-MAX-BALANCE-X   PIC X(6).
           05  LVA-MAX-BALANCE REDEFINES LVA-MAX-BALANCE-X
                                   PIC 9(4)V99.
