      *    ONE EARNINGS LINE FOR ONE EMPLOYEE. A BLANK EARNINGS CODE
      *    IS REGULAR HOURS. CODES PAID BY THE HOUR CARRY HOURS,
      *    CODES PAID AS A FLAT SUM (BONUS, COMMISSION) CARRY THE
      *    AMOUNT; AN EMPLOYEE'S LINES ARE KEPT TOGETHER ON THE FILE.
      *    TIMEKEEPING OPENS THE BATCH WITH A HEADER CARRYING THE
      *    PERIOD END DATE AND CLOSES IT WITH A TRAILER CARRYING THE
      *    DETAIL RECORD COUNT AND THE HASH TOTAL OF HOURS, EACH
      *    MARKED BY A RESERVED VALUE IN THE EMPLOYEE ID POSITION
       01  PAY-HOURS-REC.
           05  PAY-HRS-EMP-ID      PIC X(6).
           05  PAY-HRS-HOURS-X     PIC X(5).
           05  PAY-HRS-HOURS REDEFINES PAY-HRS-HOURS-X
                                   PIC 9(3)V99.
           05  PAY-HRS-EARN-CODE   PIC X(3).
           05  PAY-HRS-AMOUNT-X    PIC X(9).
           05  PAY-HRS-AMOUNT REDEFINES PAY-HRS-AMOUNT-X
                                   PIC 9(7)V99.

       01  PAY-HOURS-CONTROL-REC.
           05  PHC-REC-ID          PIC X(6).
               88  PHC-HEADER-REC          VALUE 'HEADER'.
               88  PHC-TRAILER-REC         VALUE 'TRAILR'.
           05  PHC-PERIOD-END-X    PIC X(8).
           05  PHC-PERIOD-END REDEFINES PHC-PERIOD-END-X
                                   PIC 9(8).
           05  PHC-RECORD-COUNT-X  PIC X(7).
           05  PHC-RECORD-COUNT REDEFINES PHC-RECORD-COUNT-X
                                   PIC 9(7).
           05  PHC-HOURS-HASH-X    PIC X(9).
           05  PHC-HOURS-HASH REDEFINES PHC-HOURS-HASH-X
                                   PIC 9(7)V99.
