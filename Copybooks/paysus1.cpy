      *    HOURS SUSPENSE RECORD WRITTEN BY PAYEDT01 - THE HOURS
      *    RECORD AS RECEIVED AND WHY IT WAS HELD OUT OF THE PAY RUN
       01  PAY-SUSPENSE-REC.
           05  PSP-HOURS-DATA      PIC X(23).
           05  FILLER              PIC X(2).
           05  PSP-REASON          PIC X(30).
