       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPGLJ01.
      *
      *    GENERAL LEDGER JOURNAL INTERFACE
      *    RUNS AFTER EMPPAY01 AND BOOKS THE PERIOD PAYROLL FROM THE
      *    PAY DISTRIBUTION FILE IT WRITES. WAGE EXPENSE IS DEBITED
      *    BY DEPARTMENT, CARRYING THE DIVISION FROM THE DEPARTMENT
      *    REFERENCE FILE; A LIABILITY IS CREDITED FOR EACH
      *    DEDUCTION CODE, WITH GARNISHMENTS BROKEN OUT BY ORDERING
      *    AGENCY; CASH IS CREDITED SEPARATELY FOR DIRECT DEPOSITS
      *    AND FOR PAPER CHECKS. EVERY LINE IS GIVEN ITS ACCOUNT
      *    FROM THE GL ACCOUNT MAP, A TEXT FILE ACCOUNTING KEEPS
      *    THEMSELVES - WAGE EXPENSE LOOKS FOR THE DEPARTMENT, THEN
      *    THE DIVISION, THEN THE DEFAULT; GARNISHMENTS FOR THE
      *    AGENCY, THEN THE DEFAULT.
      *
      *    THE JOURNAL IS PROVED BEFORE IT IS RELEASED: DEBITS MUST
      *    EQUAL CREDITS, WAGE EXPENSE MUST EQUAL THE REGISTER
      *    GROSS, THE LIABILITIES THE REGISTER DEDUCTIONS, THE CASH
      *    CREDITS THE REGISTER NET, AND EVERY LINE MUST MAP TO AN
      *    ACCOUNT. A CONTROL REPORT SHOWS EVERY LINE AND EVERY
      *    TIE-OUT. IF ANY PROOF FAILS THE JOURNAL FILE IS LEFT
      *    EMPTY AND THE STEP ENDS WITH RETURN CODE 16 SO NOTHING
      *    UNBALANCED REACHES THE LEDGER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DIST-FILE
               ASSIGN TO 'PAYDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE
               ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT DEPARTMENT-REF-FILE
               ASSIGN TO 'DEPTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-REF-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CONTROL-FILE
               ASSIGN TO 'GLJRNL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DIST-FILE
           RECORDING MODE IS F.
       COPY paydst1.

       FD  GL-ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       COPY glmap1.

       FD  DEPARTMENT-REF-FILE.
       COPY deptref1.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY gljrnl1.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
       01  GL-CONTROL-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY gljrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-MAP                     VALUE 'Y'.
           05  WS-DEPTREF-AVAIL-SW     PIC X         VALUE 'N'.
               88  WS-DEPTREF-AVAILABLE              VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X         VALUE 'N'.
               88  WS-TRAILER-FOUND                  VALUE 'Y'.
           05  WS-PROOF-SW             PIC X         VALUE 'Y'.
               88  WS-JOURNAL-PROVED                 VALUE 'Y'.
               88  WS-JOURNAL-FAILED                 VALUE 'N'.

       01  WS-DIST-FILE-STATUS         PIC X(2).
       01  WS-MAP-FILE-STATUS          PIC X(2).
       01  WS-DEPTREF-STATUS           PIC X(2).

       01  WS-DIST-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-EMP-COUNT            PIC 9(7)      VALUE 0.
           05  WS-BAD-RECORD-COUNT     PIC 9(6)      VALUE 0.
           05  WS-UNMAPPED-COUNT       PIC 9(6)      VALUE 0.

      *    WHAT THE DISTRIBUTION RECORDS ADD UP TO, PROVED AGAINST
      *    THE REGISTER TOTALS CARRIED ON THE TRAILER
       01  WS-DIST-TOTALS.
           05  WS-DIST-GRN-TOTAL       PIC 9(11)V99  VALUE 0.
           05  WS-AGENCY-GRN-TOTAL     PIC 9(11)V99  VALUE 0.
           05  WS-WAGE-DEBITS          PIC 9(11)V99  VALUE 0.
           05  WS-LIABILITY-CREDITS    PIC 9(11)V99  VALUE 0.
           05  WS-CASH-CREDITS         PIC 9(11)V99  VALUE 0.
           05  WS-TOTAL-DEBITS         PIC 9(11)V99  VALUE 0.
           05  WS-TOTAL-CREDITS        PIC 9(11)V99  VALUE 0.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-PERIOD-NUMBER    PIC 9(5)      VALUE 0.
           05  WS-TRL-CHECK-DATE       PIC 9(8)      VALUE 0.
           05  WS-TRL-EMP-COUNT        PIC 9(7)      VALUE 0.
           05  WS-TRL-GROSS            PIC 9(9)V99   VALUE 0.
           05  WS-TRL-DEDUCT           PIC 9(9)V99   VALUE 0.
           05  WS-TRL-NET              PIC 9(9)V99   VALUE 0.

       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(3)      VALUE 0.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-CATEGORY     PIC X(3).
               10  WS-MAP-KEY          PIC X(20).
               10  WS-MAP-ACCOUNT      PIC X(12).
       01  WS-MAP-IX                   PIC 9(3).
       01  WS-MAP-FOUND-IX             PIC 9(3).

      *    ONE ENTRY PER JOURNAL LINE - CATEGORY, KEY (DEPARTMENT
      *    FOR WAGES, AGENCY FOR GARNISHMENTS, BLANK OTHERWISE) AND
      *    DEBIT / CREDIT SIDE
       01  WS-JOURNAL-TABLE.
           05  WS-JE-COUNT             PIC 9(3)      VALUE 0.
           05  WS-JE-ENTRY OCCURS 300 TIMES.
               10  WS-JE-CATEGORY      PIC X(3).
               10  WS-JE-KEY           PIC X(20).
               10  WS-JE-DIVISION      PIC X(12).
               10  WS-JE-DR-CR         PIC X.
               10  WS-JE-DESCRIPTION   PIC X(30).
               10  WS-JE-ACCOUNT       PIC X(12).
               10  WS-JE-AMOUNT        PIC 9(11)V99.
       01  WS-JE-IX                    PIC 9(3).
       01  WS-JE-FOUND-IX              PIC 9(3).

       01  WS-ADD-ENTRY.
           05  WS-ADD-CATEGORY         PIC X(3).
           05  WS-ADD-KEY              PIC X(20).
           05  WS-ADD-DIVISION         PIC X(12).
           05  WS-ADD-DR-CR            PIC X.
           05  WS-ADD-DESCRIPTION      PIC X(30).
           05  WS-ADD-AMOUNT           PIC 9(9)V99.

       01  WS-TIE-AMOUNTS.
           05  WS-TIE-JOURNAL          PIC 9(11)V99.
           05  WS-TIE-CONTROL          PIC 9(11)V99.

       01  WS-LOOKUP-KEY               PIC X(20).
       01  WS-EMP-DIVISION             PIC X(12).

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-DISTRIBUTION
           PERFORM 3000-ASSIGN-ACCOUNTS
           PERFORM 4000-PROVE-JOURNAL
           PERFORM 5000-WRITE-JOURNAL
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAY-DIST-FILE
           IF WS-DIST-FILE-STATUS NOT = '00'
               DISPLAY 'EMPGLJ01 ERROR - PAY DISTRIBUTION FILE OPEN '
                   'FAILED, STATUS ' WS-DIST-FILE-STATUS
                   ', RUN EMPPAY01 FIRST, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ACCOUNT-MAP
           OPEN INPUT DEPARTMENT-REF-FILE
           IF WS-DEPTREF-STATUS = '00'
               SET WS-DEPTREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPGLJ01 WARNING - DEPARTMENT REFERENCE '
                   'FILE NOT AVAILABLE, STATUS ' WS-DEPTREF-STATUS
                   ', WAGES CARRY NO DIVISION'
           END-IF
           OPEN OUTPUT GL-CONTROL-FILE.

       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'EMPGLJ01 ERROR - GL ACCOUNT MAP OPEN '
                   'FAILED, STATUS ' WS-MAP-FILE-STATUS
                   ', JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-LOAD-ONE-MAP-ENTRY
               UNTIL WS-END-OF-MAP
           CLOSE GL-ACCOUNT-MAP-FILE.

       1150-LOAD-ONE-MAP-ENTRY.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   SET WS-END-OF-MAP TO TRUE
           END-READ
           IF NOT WS-END-OF-MAP
               IF WS-MAP-COUNT >= 200
                   DISPLAY 'EMPGLJ01 ERROR - MORE THAN 200 GL '
                       'ACCOUNT MAP ENTRIES, MAP TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-CATEGORY TO WS-MAP-CATEGORY (WS-MAP-COUNT)
               MOVE GLM-KEY      TO WS-MAP-KEY (WS-MAP-COUNT)
               MOVE GLM-ACCOUNT  TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
           END-IF.

       2000-PROCESS-DISTRIBUTION.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-DIST-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-PROCESS-DIST-RECORD
               END-IF
           END-PERFORM.

       2100-PROCESS-DIST-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-FOUND
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   DISPLAY 'EMPGLJ01 ERROR - RECORD FOLLOWS TRAILER '
                       'ON PAY DISTRIBUTION FILE'
               WHEN PDE-EMPLOYEE-REC
                   PERFORM 2200-BOOK-EMPLOYEE
               WHEN PDE-GARNISHMENT-REC
                   PERFORM 2300-BOOK-GARNISHMENT
               WHEN PDE-TRAILER-REC
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE PDT-PERIOD-NUMBER TO WS-TRL-PERIOD-NUMBER
                   MOVE PDT-CHECK-DATE    TO WS-TRL-CHECK-DATE
                   MOVE PDT-EMP-COUNT     TO WS-TRL-EMP-COUNT
                   MOVE PDT-TOTAL-GROSS   TO WS-TRL-GROSS
                   MOVE PDT-TOTAL-DEDUCT  TO WS-TRL-DEDUCT
                   MOVE PDT-TOTAL-NET     TO WS-TRL-NET
               WHEN OTHER
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   DISPLAY 'EMPGLJ01 ERROR - UNKNOWN RECORD TYPE '
                       PDE-REC-TYPE ' ON PAY DISTRIBUTION FILE'
           END-EVALUATE.

       2200-BOOK-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           ADD PDE-GRN TO WS-DIST-GRN-TOTAL
           MOVE SPACES TO WS-EMP-DIVISION
           IF WS-DEPTREF-AVAILABLE
               MOVE PDE-DEPT TO DEPT-REF-CODE
               READ DEPARTMENT-REF-FILE
                   INVALID KEY
                       DISPLAY 'EMPGLJ01 WARNING - DEPARTMENT '
                           PDE-DEPT ' NOT ON DEPARTMENT REFERENCE '
                           'FILE, NO DIVISION'
                   NOT INVALID KEY
                       MOVE DEPT-REF-DIVISION TO WS-EMP-DIVISION
               END-READ
           END-IF
           MOVE 'WAG'                  TO WS-ADD-CATEGORY
           MOVE PDE-DEPT               TO WS-ADD-KEY
           MOVE WS-EMP-DIVISION        TO WS-ADD-DIVISION
           MOVE 'D'                    TO WS-ADD-DR-CR
           MOVE 'WAGE EXPENSE'         TO WS-ADD-DESCRIPTION
           MOVE PDE-GROSS              TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT
           MOVE SPACES                 TO WS-ADD-KEY
           MOVE SPACES                 TO WS-ADD-DIVISION
           MOVE 'C'                    TO WS-ADD-DR-CR
           MOVE 'TAX'                  TO WS-ADD-CATEGORY
           MOVE 'TAX WITHHELD'         TO WS-ADD-DESCRIPTION
           MOVE PDE-TAX                TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT
           MOVE 'INS'                  TO WS-ADD-CATEGORY
           MOVE 'INSURANCE WITHHELD'   TO WS-ADD-DESCRIPTION
           MOVE PDE-INS                TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT
           MOVE 'RET'                  TO WS-ADD-CATEGORY
           MOVE 'RETIREMENT WITHHELD'  TO WS-ADD-DESCRIPTION
           MOVE PDE-RET                TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT
           MOVE 'DDC'                  TO WS-ADD-CATEGORY
           MOVE 'DIRECT DEPOSIT CASH'  TO WS-ADD-DESCRIPTION
           MOVE PDE-DEPOSIT            TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT
           MOVE 'CHK'                  TO WS-ADD-CATEGORY
           MOVE 'PAYROLL CHECK CASH'   TO WS-ADD-DESCRIPTION
           MOVE PDE-CHECK              TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT.

       2300-BOOK-GARNISHMENT.
           ADD PDG-AMOUNT TO WS-AGENCY-GRN-TOTAL
           MOVE 'GRN'                  TO WS-ADD-CATEGORY
           MOVE PDG-AGENCY             TO WS-ADD-KEY
           MOVE SPACES                 TO WS-ADD-DIVISION
           MOVE 'C'                    TO WS-ADD-DR-CR
           MOVE PDG-AGENCY             TO WS-ADD-DESCRIPTION
           MOVE PDG-AMOUNT             TO WS-ADD-AMOUNT
           PERFORM 2500-ADD-JOURNAL-AMOUNT.

       2500-ADD-JOURNAL-AMOUNT.
           IF WS-ADD-AMOUNT > 0
               MOVE 0 TO WS-JE-FOUND-IX
               PERFORM 2550-SCAN-JOURNAL-ENTRY
                   VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
                      OR WS-JE-FOUND-IX > 0
               IF WS-JE-FOUND-IX = 0
                   IF WS-JE-COUNT >= 300
                       DISPLAY 'EMPGLJ01 ERROR - MORE THAN 300 '
                           'JOURNAL LINES, JOURNAL TABLE FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-JE-COUNT
                   MOVE WS-ADD-CATEGORY
                       TO WS-JE-CATEGORY (WS-JE-COUNT)
                   MOVE WS-ADD-KEY      TO WS-JE-KEY (WS-JE-COUNT)
                   MOVE WS-ADD-DIVISION
                       TO WS-JE-DIVISION (WS-JE-COUNT)
                   MOVE WS-ADD-DR-CR    TO WS-JE-DR-CR (WS-JE-COUNT)
                   MOVE WS-ADD-DESCRIPTION
                       TO WS-JE-DESCRIPTION (WS-JE-COUNT)
                   MOVE SPACES          TO WS-JE-ACCOUNT (WS-JE-COUNT)
                   MOVE 0               TO WS-JE-AMOUNT (WS-JE-COUNT)
                   MOVE WS-JE-COUNT     TO WS-JE-FOUND-IX
               END-IF
               ADD WS-ADD-AMOUNT TO WS-JE-AMOUNT (WS-JE-FOUND-IX)
           END-IF.

       2550-SCAN-JOURNAL-ENTRY.
           IF WS-JE-CATEGORY (WS-JE-IX) = WS-ADD-CATEGORY
              AND WS-JE-KEY (WS-JE-IX) = WS-ADD-KEY
              AND WS-JE-DR-CR (WS-JE-IX) = WS-ADD-DR-CR
               MOVE WS-JE-IX TO WS-JE-FOUND-IX
           END-IF.

       3000-ASSIGN-ACCOUNTS.
           PERFORM 3100-MAP-ONE-ENTRY
               VARYING WS-JE-IX FROM 1 BY 1
               UNTIL WS-JE-IX > WS-JE-COUNT.

      *    THE MOST SPECIFIC MAP ENTRY WINS - DEPARTMENT OR AGENCY,
      *    THEN DIVISION FOR WAGES, THEN THE CATEGORY DEFAULT
       3100-MAP-ONE-ENTRY.
           MOVE 0 TO WS-MAP-FOUND-IX
           IF WS-JE-KEY (WS-JE-IX) NOT = SPACES
               MOVE WS-JE-KEY (WS-JE-IX) TO WS-LOOKUP-KEY
               PERFORM 3150-FIND-MAP-ENTRY
           END-IF
           IF WS-MAP-FOUND-IX = 0
              AND WS-JE-DIVISION (WS-JE-IX) NOT = SPACES
               MOVE WS-JE-DIVISION (WS-JE-IX) TO WS-LOOKUP-KEY
               PERFORM 3150-FIND-MAP-ENTRY
           END-IF
           IF WS-MAP-FOUND-IX = 0
               MOVE SPACES TO WS-LOOKUP-KEY
               PERFORM 3150-FIND-MAP-ENTRY
           END-IF
           IF WS-MAP-FOUND-IX = 0
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE WS-MAP-ACCOUNT (WS-MAP-FOUND-IX)
                   TO WS-JE-ACCOUNT (WS-JE-IX)
           END-IF.

       3150-FIND-MAP-ENTRY.
           PERFORM 3160-SCAN-MAP-ENTRY
               VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT
                  OR WS-MAP-FOUND-IX > 0.

       3160-SCAN-MAP-ENTRY.
           IF WS-MAP-CATEGORY (WS-MAP-IX) = WS-JE-CATEGORY (WS-JE-IX)
              AND WS-MAP-KEY (WS-MAP-IX) = WS-LOOKUP-KEY
               MOVE WS-MAP-IX TO WS-MAP-FOUND-IX
           END-IF.

       4000-PROVE-JOURNAL.
           MOVE WS-CURR-MM   TO GLR-RUN-MM
           MOVE WS-CURR-DD   TO GLR-RUN-DD
           MOVE WS-CURR-CCYY TO GLR-RUN-CCYY
           MOVE WS-TRL-PERIOD-NUMBER TO GLR-PERIOD
           MOVE GL-CONTROL-HDR1 TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE GL-CONTROL-HDR2 TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           PERFORM 4100-REPORT-ONE-ENTRY
               VARYING WS-JE-IX FROM 1 BY 1
               UNTIL WS-JE-IX > WS-JE-COUNT
           MOVE WS-JE-COUNT      TO GLR-TOT-LINES
           MOVE WS-TOTAL-DEBITS  TO GLR-TOT-DEBIT
           MOVE WS-TOTAL-CREDITS TO GLR-TOT-CREDIT
           MOVE GL-CONTROL-TOTAL-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE
           MOVE 'DEBITS TO CREDITS'          TO GLR-TIE-LABEL
           MOVE WS-TOTAL-DEBITS              TO WS-TIE-JOURNAL
           MOVE WS-TOTAL-CREDITS             TO WS-TIE-CONTROL
           PERFORM 4200-WRITE-TIE-LINE
           MOVE 'WAGE EXPENSE TO REGISTER GROSS' TO GLR-TIE-LABEL
           MOVE WS-WAGE-DEBITS               TO WS-TIE-JOURNAL
           MOVE WS-TRL-GROSS                 TO WS-TIE-CONTROL
           PERFORM 4200-WRITE-TIE-LINE
           MOVE 'LIABILITIES TO REGISTER DEDUCT' TO GLR-TIE-LABEL
           MOVE WS-LIABILITY-CREDITS         TO WS-TIE-JOURNAL
           MOVE WS-TRL-DEDUCT                TO WS-TIE-CONTROL
           PERFORM 4200-WRITE-TIE-LINE
           MOVE 'CASH TO REGISTER NET'       TO GLR-TIE-LABEL
           MOVE WS-CASH-CREDITS              TO WS-TIE-JOURNAL
           MOVE WS-TRL-NET                   TO WS-TIE-CONTROL
           PERFORM 4200-WRITE-TIE-LINE
           MOVE 'AGENCY DETAIL TO GARNISHMENTS'  TO GLR-TIE-LABEL
           MOVE WS-AGENCY-GRN-TOTAL          TO WS-TIE-JOURNAL
           MOVE WS-DIST-GRN-TOTAL            TO WS-TIE-CONTROL
           PERFORM 4200-WRITE-TIE-LINE
           PERFORM 4300-CHECK-FILE-CONTROLS.

       4100-REPORT-ONE-ENTRY.
           MOVE WS-JE-ACCOUNT (WS-JE-IX)     TO GLR-ACCOUNT
           MOVE WS-JE-DIVISION (WS-JE-IX)    TO GLR-DIVISION
           MOVE WS-JE-DESCRIPTION (WS-JE-IX) TO GLR-DESCRIPTION
           MOVE SPACES TO GLR-DEPT
           IF WS-JE-CATEGORY (WS-JE-IX) = 'WAG'
               MOVE WS-JE-KEY (WS-JE-IX) TO GLR-DEPT
           END-IF
           IF WS-JE-DR-CR (WS-JE-IX) = 'D'
               MOVE WS-JE-AMOUNT (WS-JE-IX) TO GLR-DEBIT
               MOVE 0 TO GLR-CREDIT
               ADD WS-JE-AMOUNT (WS-JE-IX) TO WS-TOTAL-DEBITS
               ADD WS-JE-AMOUNT (WS-JE-IX) TO WS-WAGE-DEBITS
           ELSE
               MOVE 0 TO GLR-DEBIT
               MOVE WS-JE-AMOUNT (WS-JE-IX) TO GLR-CREDIT
               ADD WS-JE-AMOUNT (WS-JE-IX) TO WS-TOTAL-CREDITS
               IF WS-JE-CATEGORY (WS-JE-IX) = 'DDC' OR 'CHK'
                   ADD WS-JE-AMOUNT (WS-JE-IX) TO WS-CASH-CREDITS
               ELSE
                   ADD WS-JE-AMOUNT (WS-JE-IX)
                       TO WS-LIABILITY-CREDITS
               END-IF
           END-IF
           IF WS-JE-ACCOUNT (WS-JE-IX) = SPACES
               MOVE 'NO GL ACCOUNT MAPPED' TO GLR-MESSAGE
           ELSE
               MOVE SPACES TO GLR-MESSAGE
           END-IF
           MOVE GL-CONTROL-DETAIL-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.

       4200-WRITE-TIE-LINE.
           MOVE WS-TIE-JOURNAL TO GLR-TIE-JOURNAL
           MOVE WS-TIE-CONTROL TO GLR-TIE-CONTROL
           IF WS-TIE-JOURNAL = WS-TIE-CONTROL
               MOVE 'AGREES'         TO GLR-TIE-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO GLR-TIE-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
           END-IF
           MOVE GL-CONTROL-TIE-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.

       4300-CHECK-FILE-CONTROLS.
           IF NOT WS-TRAILER-FOUND
               MOVE 'PAY DISTRIBUTION FILE HAS NO TRAILER'
                   TO GLR-STATUS-TEXT
               PERFORM 4400-WRITE-STATUS-LINE
           END-IF
           IF WS-TRAILER-FOUND
              AND WS-EMP-COUNT NOT = WS-TRL-EMP-COUNT
               MOVE 'EMPLOYEE RECORDS DO NOT AGREE TO REGISTER COUNT'
                   TO GLR-STATUS-TEXT
               PERFORM 4400-WRITE-STATUS-LINE
           END-IF
           IF WS-BAD-RECORD-COUNT > 0
               MOVE 'UNRECOGNIZED RECORDS ON PAY DISTRIBUTION FILE'
                   TO GLR-STATUS-TEXT
               PERFORM 4400-WRITE-STATUS-LINE
           END-IF
           IF WS-UNMAPPED-COUNT > 0
               MOVE 'JOURNAL LINES WITH NO GL ACCOUNT MAPPED'
                   TO GLR-STATUS-TEXT
               PERFORM 4400-WRITE-STATUS-LINE
           END-IF
           IF WS-JOURNAL-PROVED
               MOVE 'JOURNAL IN BALANCE - RELEASED TO GLJRNL.DAT'
                   TO GLR-STATUS-TEXT
           ELSE
               MOVE 'JOURNAL NOT RELEASED - CORRECT AND RERUN'
                   TO GLR-STATUS-TEXT
           END-IF
           MOVE GL-CONTROL-STATUS-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.

       4400-WRITE-STATUS-LINE.
           SET WS-JOURNAL-FAILED TO TRUE
           MOVE GL-CONTROL-STATUS-LINE TO GL-CONTROL-LINE
           WRITE GL-CONTROL-LINE.

      *    THE JOURNAL FILE IS ALWAYS REPLACED, SO A FAILED PROOF
      *    LEAVES IT EMPTY RATHER THAN HOLDING A PRIOR PERIOD
       5000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-PROVED
               PERFORM 5100-WRITE-JOURNAL-LINE
                   VARYING WS-JE-IX FROM 1 BY 1
                   UNTIL WS-JE-IX > WS-JE-COUNT
               SET GLT-TRAILER-REC     TO TRUE
               MOVE WS-TRL-PERIOD-NUMBER TO GLT-PERIOD-NUMBER
               MOVE WS-JE-COUNT        TO GLT-LINE-COUNT
               MOVE WS-TOTAL-DEBITS    TO GLT-DEBIT-TOTAL
               MOVE WS-TOTAL-CREDITS   TO GLT-CREDIT-TOTAL
               WRITE GL-JOURNAL-TRAILER-REC
           END-IF
           CLOSE GL-JOURNAL-FILE.

       5100-WRITE-JOURNAL-LINE.
           SET GLJ-DETAIL-REC TO TRUE
           MOVE WS-TRL-PERIOD-NUMBER          TO GLJ-PERIOD-NUMBER
           MOVE WS-TRL-CHECK-DATE             TO GLJ-JOURNAL-DATE
           MOVE WS-JE-ACCOUNT (WS-JE-IX)      TO GLJ-ACCOUNT
           MOVE SPACES                        TO GLJ-DEPT
           IF WS-JE-CATEGORY (WS-JE-IX) = 'WAG'
               MOVE WS-JE-KEY (WS-JE-IX)      TO GLJ-DEPT
           END-IF
           MOVE WS-JE-DIVISION (WS-JE-IX)     TO GLJ-DIVISION
           MOVE WS-JE-DR-CR (WS-JE-IX)        TO GLJ-DR-CR
           MOVE WS-JE-AMOUNT (WS-JE-IX)       TO GLJ-AMOUNT
           MOVE WS-JE-DESCRIPTION (WS-JE-IX)  TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-REC.

       9000-TERMINATION.
           CLOSE PAY-DIST-FILE
           IF WS-DEPTREF-AVAILABLE
               CLOSE DEPARTMENT-REF-FILE
           END-IF
           CLOSE GL-CONTROL-FILE
           DISPLAY 'EMPGLJ01 - ' WS-JE-COUNT ' JOURNAL LINES, DEBITS '
               WS-TOTAL-DEBITS ' CREDITS ' WS-TOTAL-CREDITS
           IF WS-JOURNAL-FAILED
               DISPLAY 'EMPGLJ01 ERROR - JOURNAL FAILED ITS PROOF, '
                   'NOT RELEASED, SEE GLJRNL.RPT'
               MOVE 16 TO RETURN-CODE
           END-IF.
