      *    GENERAL LEDGER JOURNAL INTERFACE - ONE LINE PER ACCOUNT
      *    AND DEBIT / CREDIT, FOLLOWED BY A TRAILER WITH THE LINE
      *    COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH ARE EQUAL
       01  GL-JOURNAL-REC.
           05  GLJ-REC-TYPE        PIC X.
               88  GLJ-DETAIL-REC          VALUE 'D'.
           05  GLJ-PERIOD-NUMBER   PIC 9(5).
           05  GLJ-JOURNAL-DATE    PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(12).
           05  GLJ-DEPT            PIC X(6).
           05  GLJ-DIVISION        PIC X(12).
           05  GLJ-DR-CR           PIC X.
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT          PIC 9(9)V99.
           05  GLJ-DESCRIPTION     PIC X(30).

       01  GL-JOURNAL-TRAILER-REC.
           05  GLT-REC-TYPE        PIC X.
               88  GLT-TRAILER-REC         VALUE 'T'.
           05  GLT-PERIOD-NUMBER   PIC 9(5).
           05  GLT-LINE-COUNT      PIC 9(7).
           05  GLT-DEBIT-TOTAL     PIC 9(11)V99.
           05  GLT-CREDIT-TOTAL    PIC 9(11)V99.
           05  FILLER              PIC X(37).
