      *    RETIREMENT PLAN PARTICIPANT - THE HIRE DATE THE MATCH
      *    WAITING PERIOD RUNS FROM (ZERO FOR AN EMPLOYEE ON FILE
      *    BEFORE HIRE DATES WERE KEPT, WHO IS TREATED AS ELIGIBLE)
      *    AND THE YEAR-TO-DATE EMPLOYEE CONTRIBUTIONS AND COMPANY
      *    MATCH SENT TO THE PLAN RECORDKEEPER. WRITTEN BY EMPMNT01
      *    ON AN ADD, POSTED BY EMPPAY01 EACH PAID PERIOD
       01  RETIREMENT-PLAN-REC.
           05  RPL-EMP-ID          PIC X(6).
           05  RPL-HIRE-DATE       PIC 9(8).
           05  RPL-YTD-EE-CONTRIB  PIC 9(7)V99.
           05  RPL-YTD-MATCH       PIC 9(7)V99.
           05  RPL-LAST-PERIOD     PIC 9(5).
