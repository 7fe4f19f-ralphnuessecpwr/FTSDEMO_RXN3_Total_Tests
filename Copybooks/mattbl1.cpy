      *    RETIREMENT MATCH FORMULA - FOR EACH EMPLOYEE TYPE, THE
      *    PERCENT OF THE EMPLOYEE'S RET CONTRIBUTION THE COMPANY
      *    MATCHES (1.000 IS DOLLAR FOR DOLLAR), THE PERCENT OF
      *    GROSS BEYOND WHICH CONTRIBUTIONS ARE NOT MATCHED, AND
      *    THE MONTHS FROM HIRE BEFORE THE MATCH BEGINS
       01  RETIREMENT-MATCH-REC.
           05  MTB-EMP-TYPE        PIC X.
               88  MTB-VALID-EMP-TYPE      VALUES 'H' 'S'.
           05  MTB-MATCH-PCT-X     PIC X(4).
           05  MTB-MATCH-PCT REDEFINES MTB-MATCH-PCT-X
                                   PIC 9V999.
           05  MTB-CAP-PCT-X       PIC X(3).
           05  MTB-CAP-PCT REDEFINES MTB-CAP-PCT-X
                                   PIC V999.
           05  MTB-WAIT-MONTHS-X   PIC X(2).
           05  MTB-WAIT-MONTHS REDEFINES MTB-WAIT-MONTHS-X
                                   PIC 9(2).
