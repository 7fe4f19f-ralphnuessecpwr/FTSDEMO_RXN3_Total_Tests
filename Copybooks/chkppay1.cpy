      *    POSITIVE-PAY FILE FOR THE BANK - ONE ISSUE OR VOID RECORD
      *    PER CHECK SERIAL, FOLLOWED BY ONE TRAILER CARRYING THE
      *    RECORD COUNT, THE ISSUE TOTAL AND THE VOID TOTAL SO THE
      *    BANK CAN PROVE THE FILE BEFORE LOADING IT
       01  POSITIVE-PAY-ISSUE-REC.
           05  PPI-REC-TYPE        PIC X.
               88  PPI-ISSUE-REC           VALUE 'I'.
               88  PPI-VOID-REC            VALUE 'V'.
           05  PPI-ACCOUNT         PIC X(17).
           05  PPI-SERIAL          PIC 9(8).
           05  PPI-ISSUE-DATE      PIC 9(8).
           05  PPI-AMOUNT          PIC 9(7)V99.
           05  PPI-PAYEE-NAME      PIC X(25).

       01  POSITIVE-PAY-TRAILER-REC.
           05  PPT-REC-TYPE        PIC X.
               88  PPT-TRAILER-REC         VALUE 'T'.
           05  PPT-ACCOUNT         PIC X(17).
           05  PPT-RECORD-COUNT    PIC 9(7).
           05  PPT-ISSUE-TOTAL     PIC 9(9)V99.
           05  PPT-VOID-TOTAL      PIC 9(9)V99.
           05  FILLER              PIC X(21).
