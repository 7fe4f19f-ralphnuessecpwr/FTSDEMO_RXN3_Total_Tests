      *    RECORDKEEPER CONTRIBUTION FILE - ONE DETAIL PER POSTED
      *    PAY CARRYING A RETIREMENT CONTRIBUTION OR MATCH, FOLLOWED
      *    BY ONE TRAILER WITH THE RECORD COUNT AND THE EMPLOYEE AND
      *    EMPLOYER TOTALS FOR THE RECORDKEEPER TO VERIFY
       01  RETIREMENT-CONTRIB-REC.
           05  RCN-REC-TYPE        PIC X.
               88  RCN-DETAIL-REC          VALUE 'D'.
           05  RCN-EMP-ID          PIC X(6).
           05  RCN-EMP-NAME        PIC X(25).
           05  RCN-PERIOD-END      PIC 9(8).
           05  RCN-PERIOD-NUMBER   PIC 9(5).
           05  RCN-EE-AMOUNT       PIC 9(7)V99.
           05  RCN-ER-AMOUNT       PIC 9(7)V99.

       01  RETIREMENT-CONTRIB-TRAILER.
           05  RCT-REC-TYPE        PIC X.
               88  RCT-TRAILER-REC         VALUE 'T'.
           05  RCT-RECORD-COUNT    PIC 9(7).
           05  RCT-EE-TOTAL        PIC 9(9)V99.
           05  RCT-ER-TOTAL        PIC 9(9)V99.
           05  RCT-PERIOD-END      PIC 9(8).
           05  FILLER              PIC X(25).
