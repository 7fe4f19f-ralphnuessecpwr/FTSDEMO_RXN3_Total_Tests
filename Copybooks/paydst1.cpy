      *    PAY DISTRIBUTION FILE WRITTEN BY EMPPAY01 FOR THE GENERAL
      *    LEDGER STEP - ONE EMPLOYEE RECORD PER POSTING WITH THE
      *    GROSS, EACH DEDUCTION CATEGORY AND HOW THE NET WAS PAID,
      *    ONE GARNISHMENT RECORD PER ORDERING AGENCY WITHHELD, AND
      *    A TRAILER CARRYING THE PAY REGISTER TOTALS TO TIE TO
       01  PAY-DIST-EMP-REC.
           05  PDE-REC-TYPE        PIC X.
               88  PDE-EMPLOYEE-REC        VALUE 'E'.
               88  PDE-GARNISHMENT-REC     VALUE 'G'.
               88  PDE-TRAILER-REC         VALUE 'T'.
           05  PDE-EMP-ID          PIC X(6).
           05  PDE-DEPT            PIC X(6).
           05  PDE-PERIOD-NUMBER   PIC 9(5).
           05  PDE-GROSS           PIC 9(7)V99.
           05  PDE-TAX             PIC 9(7)V99.
           05  PDE-INS             PIC 9(7)V99.
           05  PDE-RET             PIC 9(7)V99.
           05  PDE-GRN             PIC 9(7)V99.
           05  PDE-NET             PIC 9(7)V99.
           05  PDE-DEPOSIT         PIC 9(7)V99.
           05  PDE-CHECK           PIC 9(7)V99.

       01  PAY-DIST-GARN-REC.
           05  PDG-REC-TYPE        PIC X.
           05  PDG-EMP-ID          PIC X(6).
           05  PDG-AGENCY          PIC X(20).
           05  PDG-AMOUNT          PIC 9(7)V99.

       01  PAY-DIST-TRAILER-REC.
           05  PDT-REC-TYPE        PIC X.
           05  PDT-PERIOD-NUMBER   PIC 9(5).
           05  PDT-PERIOD-END      PIC 9(8).
           05  PDT-CHECK-DATE      PIC 9(8).
           05  PDT-EMP-COUNT       PIC 9(7).
           05  PDT-TOTAL-GROSS     PIC 9(9)V99.
           05  PDT-TOTAL-DEDUCT    PIC 9(9)V99.
           05  PDT-TOTAL-NET       PIC 9(9)V99.
