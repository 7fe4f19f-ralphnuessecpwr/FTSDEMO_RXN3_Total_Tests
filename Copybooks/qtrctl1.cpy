      *    QUARTERLY WAGE REPORT CONTROL CARD - THE TAX YEAR AND
      *    QUARTER TO REPORT AND THE UNEMPLOYMENT WAGE BASE IN
      *    FORCE FOR THE YEAR
       01  QUARTER-CONTROL-REC.
           05  QTC-TAX-YEAR        PIC 9(4).
           05  QTC-QUARTER         PIC 9.
               88  QTC-VALID-QUARTER       VALUES 1 THRU 4.
           05  QTC-WAGE-BASE       PIC 9(7)V99.
