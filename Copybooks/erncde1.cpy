      *    EARNINGS CODE TABLE - HOW EACH KIND OF PAY IS PRICED. AN
      *    HOURS-BASIS CODE PAYS HOURS TIMES THE MASTER PAY RATE
      *    TIMES THE MULTIPLIER; AN AMOUNT-BASIS CODE PAYS THE
      *    AMOUNT ON THE HOURS RECORD. A CODE MARKED IN-SALARY IS
      *    ALREADY COVERED BY A SALARIED EMPLOYEE'S STANDARD WEEK
      *    AND ADDS NOTHING TO THEIR GROSS. A CODE CARRYING A
      *    LEAVE TYPE DRAWS ITS HOURS FROM THAT LEAVE BALANCE
       01  EARNINGS-CODE-REC.
           05  ERN-CODE            PIC X(3).
           05  ERN-DESCRIPTION     PIC X(20).
           05  ERN-BASIS           PIC X.
               88  ERN-HOURS-BASIS         VALUE 'H'.
               88  ERN-AMOUNT-BASIS        VALUE 'A'.
           05  ERN-MULTIPLIER-X    PIC X(4).
           05  ERN-MULTIPLIER REDEFINES ERN-MULTIPLIER-X
                                   PIC 9V999.
           05  ERN-TAXABLE         PIC X.
               88  ERN-IS-TAXABLE          VALUE 'Y'.
               88  ERN-NOT-TAXABLE         VALUE 'N'.
           05  ERN-IN-SALARY       PIC X.
               88  ERN-COVERED-BY-SALARY   VALUE 'Y'.
               88  ERN-PAID-TO-SALARIED    VALUE 'N'.
           05  ERN-LEAVE-TYPE      PIC X(3).
               88  ERN-NO-LEAVE            VALUE SPACES.
               88  ERN-VALID-LEAVE-TYPE    VALUES 'VAC' 'SIC'.
