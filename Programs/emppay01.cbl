      *
      *    PERIOD PAYROLL CALCULATION
      *    READS AN HOURS-WORKED TRANSACTION FILE AND COMPUTES THE
      *    PERIOD GROSS FOR EACH EMPLOYEE FROM THE PAY RATE AND H/S TYPE
      *    CARRIED ON THE MASTER - HOURS TIMES RATE WITH TIME AND A HALF
      *    OVER 40 FOR HOURLY EMPLOYEES, A STANDARD 40-HOUR WEEK AT THE
      *    RATE FOR SALARIED ONES. EACH HOURS RECORD CARRIES AN EARNINGS
      *    CODE FROM THE EARNINGS CODE TABLE WITH EITHER HOURS OR A FLAT
      *    AMOUNT, AND AN EMPLOYEE'S RECORDS TOGETHER MAKE ONE PAY OF
      *    SEVERAL EARNINGS LINES - REGULAR, OVERTIME, HOLIDAY, SICK,
      *    VACATION, SHIFT DIFFERENTIAL, BONUS, COMMISSION. AN HOURS
      *    CODE PAYS HOURS TIMES RATE TIMES THE CODE'S MULTIPLIER, AN
      *    AMOUNT CODE PAYS ITS AMOUNT; REGULAR HOURS OVER 40 MOVE TO
      *    THE OVERTIME LINE, AND TIME-OFF CODES A SALARY ALREADY COVERS
      *    ADD NOTHING FOR SALARIED STAFF. TAX IS TAKEN ON THE TAXABLE
      *    CODES ONLY. IN A BONUS PERIOD ON THE CALENDAR ONLY AMOUNT
      *    CODES ARE PAID AND NO SALARY IS DUE; TAX IS WITHHELD AT THE
      *    FLAT SUPPLEMENTAL RATE, NO INSURANCE IS TAKEN AND FLAT-AMOUNT
      *    ELECTIONS ARE NOT TAKEN, WHILE PERCENT ELECTIONS, WAIVERS AND
      *    GARNISHMENTS APPLY AS IN A REGULAR RUN. EACH EARNINGS LINE IS
      *    LISTED UNDER THE EMPLOYEE ON THE REGISTER AND POSTED TO THE
      *    PAY POSTING HISTORY. THE PERIOD RESULTS ARE ROLLED INTO THE
      *    YTD GROSS / DEDUCT / NET FIELDS ON THE MASTER, EACH CHANGE
      *    LOGGED THROUGH AUDLOG01, AND A PERIOD PAY REGISTER IS
      *    PRINTED. EACH DEDUCTION CATEGORY (TAX, INSURANCE, RETIREMENT)
      *    IS TAKEN PER THE EMPLOYEE'S ELECTION ON THE DEDUCTION
      *    ELECTION FILE MAINTAINED BY DEDMNT01 - PERCENT OF GROSS, FLAT
      *    AMOUNT, OR WAIVED - WITH THE STANDARD DEFAULT RATES FOR ANY
      *    CODE THE EMPLOYEE HAS NO ELECTION FOR. AFTER THE ELECTED
      *    DEDUCTIONS, OPEN GARNISHMENT ORDERS FROM THE ORDER FILE
      *    MAINTAINED BY GRNMNT01 ARE WITHHELD IN PRIORITY ORDER, EACH
      *    CAPPED AT ITS REMAINING TARGET BALANCE AND AT THE GROSS STILL
      *    UNDEDUCTED; AN ORDER IS MARKED SATISFIED THE MOMENT ITS
      *    BALANCE REACHES ZERO, AND THE AMOUNTS WITHHELD ARE SUMMED BY
      *    ORDERING AGENCY ONTO A REMITTANCE REPORT SO PAYROLL CUTS THE
      *    AGENCY CHECKS FROM A SYSTEM TOTAL. THE PERIOD DEDUCTION IS
      *    ITEMIZED BY CATEGORY INTO THE DEDUCTION DETAIL FILE SO THE
      *    LUMP EMP-MST-YTD-DEDUCT ALWAYS EQUALS THE SUM OF ITS DETAIL
      *    RECORDS. EACH POSTED NET IS ALSO SPLIT PER THE BANK ACCOUNT
      *    MASTER INTO THE DIRECT-DEPOSIT DISBURSEMENT EXTRACT - ONE
      *    PAYMENT RECORD PER DEPOSIT PLUS A TRAILER WITH PAYMENT COUNT
      *    AND NET TOTAL FOR THE BANK TO VERIFY - AND A DISBURSEMENT
      *    SUMMARY REPORT LETS TREASURY BALANCE THE DEPOSITS PLUS THE
      *    PAY-BY-CHECK REMAINDER TO THE REGISTER NET BEFORE THE FILE
      *    GOES OUT.
      *
      *    AN EMPLOYEE WITH NO ACCOUNT ON THE BANK ACCOUNT MASTER IS
      *    PAID BY PAPER CHECK. EACH CHECK TAKES THE NEXT SERIAL
      *    NUMBER AFTER THE ONE ON THE CHECK CONTROL RECORD AND IS
      *    DATED WITH THE PERIOD CHECK DATE FROM THE CALENDAR; IT
      *    IS WRITTEN TO THE CHECK PRINT FILE, LISTED ON A NUMBERED
      *    CHECK REGISTER, RECORDED ON THE CHECK HISTORY FILE AND
      *    SENT TO THE BANK ON THE POSITIVE-PAY ISSUE FILE, WHOSE
      *    TRAILER MUST BALANCE TO THE PAY-BY-CHECK TOTAL. A SERIAL
      *    ALREADY ON THE CHECK HISTORY - ISSUED, VOIDED OR
      *    REISSUED THROUGH CHKMNT01 - IS PASSED OVER, SO NO SERIAL
      *    IS EVER USED TWICE EVEN IF THE CONTROL RECORD WAS NOT
      *    SAVED BY AN ABENDED RUN.
      *
      *    EVERY EMPLOYEE POSTED ALSO GETS AN EARNINGS STATEMENT ON
      *    THE PAY STUB FILE - PERIOD NUMBER, PERIOD END AND CHECK
      *    DATE FROM THE CALENDAR, THE EARNINGS PAID, EACH DEDUCTION
      *    CATEGORY CURRENT AND YEAR TO DATE FROM THE DEDUCTION
      *    DETAIL FILE, EACH GARNISHMENT AGENCY WITHHELD, THE GROSS /
      *    DEDUCTION / NET TOTALS AGAINST THE MASTER YTD, AND EVERY
      *    ACCOUNT THE NET WAS DEPOSITED TO OR THE CHECK NUMBER IT
      *    WAS PAID UNDER.
      *
      *    FOR THE GENERAL LEDGER STEP (EMPGLJ01) EACH POSTING IS
      *    ALSO WRITTEN TO THE PAY DISTRIBUTION FILE - DEPARTMENT,
      *    GROSS, EACH DEDUCTION CATEGORY, EACH GARNISHMENT AGENCY
      *    AND THE DEPOSIT / CHECK SPLIT OF THE NET - CLOSED BY A
      *    TRAILER CARRYING THE PAY REGISTER TOTALS.
      *
      *    EVERY PAID EMPLOYEE IS ALSO POSTED TO THE PAY POSTING
      *    HISTORY FILE WITH THE HOURS, RATE AND GROSS PAID, THE
      *    TAXABLE GROSS, THE DEDUCTION SPLIT AND THE NET, AND
      *    AFTER THE HOURS FILE IS EXHAUSTED ANY RETROACTIVE
      *    ADJUSTMENTS GENERATED BY EMPRET01 ARE POSTED THE SAME WAY
      *    AS PERIOD PAY, EACH ON ITS OWN PAY REGISTER LINE. A RETRO
      *    MARKER, SO AFTER AN ABEND THE JOB IS SIMPLY RERUN WITH
      *    THE SAME HOURS FILE - EMPLOYEES ALREADY POSTED FOR THE
      *    PERIOD ARE SKIPPED WITH A REGISTER LINE INSTEAD OF BEING
      *    POSTED TWICE, AND THE SAME RULE REFUSES A SECOND GROUP
      *    OF HOURS RECORDS FOR ONE EMPLOYEE WITHIN A SINGLE RUN.
      *
      *    THE RUN-CONTROL PERIOD END DATE MUST MATCH AN OPEN
      *    PERIOD ON THE PAY PERIOD CALENDAR SET UP BY PRDMNT01 -
      *    AND THE PAY POSTING HISTORY, AND THE PERIOD IS MARKED
      *    PAID WHEN THE RUN COMPLETES SO RUNNING THE SAME PERIOD
      *    TWICE IS REFUSED AT THE GATE.
      *
      *    LEAVE IS KEPT ON THE LEAVE BALANCE FILE, ONE BALANCE PER
      *    EMPLOYEE AND LEAVE TYPE. AN EARNINGS CODE CARRYING A
      *    LEAVE TYPE (VACATION, SICK) DRAWS ON THAT BALANCE - A
      *    LEAVE RECORD ASKING FOR MORE HOURS THAN THE BALANCE
      *    HOLDS, COUNTING THE EMPLOYEE'S OTHER RECORDS OF THE SAME
      *    TYPE, IS REJECTED. EACH POSTED PAY THEN TAKES THE LEAVE
      *    HOURS PAID OFF THE BALANCE AND ACCRUES NEW LEAVE ON THE
      *    HOURS PRICED AT THE PAY RATE, AT THE RATE THE LEAVE
      *    ACCRUAL TABLE SETS FOR THE EMPLOYEE TYPE, UP TO THE
      *    TABLE'S CARRY-OVER CAP. MANUAL CORRECTIONS ARE MADE
      *    THROUGH LVEMNT01.
      *
      *    THE HOURS FILE READ IS THE EDITED FILE PAYEDT01 PASSES
      *    ON AFTER BALANCING THE TIMEKEEPING BATCH TO ITS TRAILER
      *    AND SUSPENDING RECORDS THAT FAIL ITS EDITS. ITS HEADER
      *    AND TRAILER RECORDS ARE PASSED OVER HERE; A RUN ENDED BY
      *    PAYEDT01 WITH RETURN CODE 8 MUST NOT GO ON TO THIS STEP.
      *
      *    ALONGSIDE THE RET DEDUCTION THE COMPANY MATCH IS FIGURED
      *    FROM THE RETIREMENT MATCH TABLE FOR THE EMPLOYEE TYPE -
      *    THE MATCH PERCENT OF THE CONTRIBUTION, WITH CONTRIBUTIONS
      *    OVER THE CAP PERCENT OF GROSS NOT MATCHED, AND NO MATCH
      *    UNTIL THE WAITING PERIOD FROM THE HIRE DATE ON THE PLAN
      *    PARTICIPANT FILE HAS RUN. THE YEAR-TO-DATE CONTRIBUTIONS
      *    AND MATCH ARE KEPT ON THE PARTICIPANT FILE, AND EACH PAY
      *    CARRYING EITHER GOES TO THE RECORDKEEPER CONTRIBUTION
      *    FILE, CLOSED BY A TRAILER WITH THE COUNT AND TOTALS, FOR
      *    RETRMT01 TO BALANCE BEFORE IT IS SENT.
      *
      *    WHAT A POSTING DOES BEYOND THE MASTER AND DEDUCTION
      *    DETAIL - THE AMOUNT WITHHELD FOR EACH GARNISHMENT ORDER,
      *    THE LEAVE HOURS TAKEN AND ACCRUED, AND THE COMPANY MATCH -
      *    IS KEPT ON THE PAY POSTING DETAIL FILE UNDER THE SAME
      *    KEY, SO PAYREV01 CAN REVERSE A POSTING EXACTLY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT PAY-HOURS-FILE
               ASSIGN TO 'PAYHRSOK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EARNINGS-CODE-FILE
               ASSIGN TO 'EARNCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERN-FILE-STATUS.

           SELECT LEAVE-ACCRUAL-FILE
               ASSIGN TO 'LVACCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVA-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT MATCH-TABLE-FILE
               ASSIGN TO 'MATCHTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTB-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT RETIREMENT-CONTRIB-FILE
               ASSIGN TO 'RETCONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE
           SELECT PAY-POSTING-FILE
               ASSIGN TO 'PAYPOST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PPH-FILE-STATUS.

           SELECT PAY-POST-DETAIL-FILE
               ASSIGN TO 'PAYPDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPD-KEY
               FILE STATUS IS WS-PPD-FILE-STATUS.

           SELECT RETRO-ADJ-FILE
               ASSIGN TO 'RETROADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'PAYREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKC-FILE-STATUS.

           SELECT CHECK-HISTORY-FILE
               ASSIGN TO 'CHKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKH-SERIAL
               FILE STATUS IS WS-CKH-FILE-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'CHKPRINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'CHKPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'CHKREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-STUB-FILE
               ASSIGN TO 'PAYSTUB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-DIST-FILE
               ASSIGN TO 'PAYDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY payhrs1.

       FD  EARNINGS-CODE-FILE
           RECORDING MODE IS F.
       COPY erncde1.

       FD  LEAVE-ACCRUAL-FILE
           RECORDING MODE IS F.
       COPY lveacr1.

       FD  LEAVE-BALANCE-FILE.
       COPY lvebal1.

       FD  MATCH-TABLE-FILE
           RECORDING MODE IS F.
       COPY mattbl1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  RETIREMENT-CONTRIB-FILE
           RECORDING MODE IS F.
       COPY retcnt1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  PAY-POSTING-FILE.
       COPY paypost1.

       FD  PAY-POST-DETAIL-FILE.
       COPY pstdtl1.

       FD  RETRO-ADJ-FILE
           RECORDING MODE IS F.
       COPY retadj1.
           RECORDING MODE IS F.
       01  PAY-REGISTER-LINE       PIC X(132).

       FD  CHECK-CONTROL-FILE
           RECORDING MODE IS F.
       COPY chkctl1.

       FD  CHECK-HISTORY-FILE.
       COPY chkhis1.

       FD  CHECK-PRINT-FILE
           RECORDING MODE IS F.
       COPY chkprt1.

       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F.
       COPY chkppay1.

       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F.
       01  CHECK-REGISTER-LINE     PIC X(132).

       FD  PAY-STUB-FILE
           RECORDING MODE IS F.
       01  PAY-STUB-LINE           PIC X(132).

       FD  PAY-DIST-FILE
           RECORDING MODE IS F.
       COPY paydst1.

       WORKING-STORAGE SECTION.
       COPY payreg1.
       COPY grnrmt1.
       COPY ddsumm1.
       COPY chkreg1.
       COPY paystb1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-BANK-AVAILABLE                 VALUE 'Y'.
           05  WS-BANK-DONE-SW         PIC X         VALUE 'N'.
               88  WS-BANK-ACCOUNTS-DONE             VALUE 'Y'.
           05  WS-SERIAL-FREE-SW       PIC X         VALUE 'N'.
               88  WS-SERIAL-FREE                    VALUE 'Y'.
           05  WS-ERN-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-EARNINGS-CODES          VALUE 'Y'.
           05  WS-BONUS-RUN-SW         PIC X         VALUE 'N'.
               88  WS-BONUS-RUN                      VALUE 'Y'.
           05  WS-LVA-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-ACCRUAL-RATES           VALUE 'Y'.
           05  WS-LVB-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-LVB-ON-FILE                    VALUE 'Y'.
           05  WS-MTB-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-MATCH-TABLE             VALUE 'Y'.
           05  WS-MATCH-ELIG-SW        PIC X         VALUE 'N'.
               88  WS-MATCH-ELIGIBLE                 VALUE 'Y'.
           05  WS-RPL-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-RPL-ON-FILE                    VALUE 'Y'.
           05  WS-PPD-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-PPD-ON-FILE                    VALUE 'Y'.

       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-DED-FILE-STATUS          PIC X(2).
       01  WS-PERIOD-NUMBER            PIC 9(5)      VALUE 0.
       01  WS-PPH-FILE-STATUS          PIC X(2).
       01  WS-RETRO-FILE-STATUS        PIC X(2).
       01  WS-CKC-FILE-STATUS          PIC X(2).
       01  WS-CKH-FILE-STATUS          PIC X(2).
       01  WS-ERN-FILE-STATUS          PIC X(2).
       01  WS-LVA-FILE-STATUS          PIC X(2).
       01  WS-LVB-FILE-STATUS          PIC X(2).
       01  WS-MTB-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).
       01  WS-PPD-FILE-STATUS          PIC X(2).

       01  WS-PAY-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-SKIPPED-COUNT        PIC 9(6)      VALUE 0.

       01  WS-PERIOD-WORK-FIELDS.
           05  WS-OT-HOURS             PIC 9(3)V99   VALUE 0.
           05  WS-PERIOD-HOURS         PIC 9(3)V99   VALUE 0.
           05  WS-PERIOD-GROSS         PIC 9(7)V99   VALUE 0.
           05  WS-TAXABLE-GROSS        PIC 9(7)V99   VALUE 0.
           05  WS-PERIOD-DEDUCT        PIC 9(7)V99   VALUE 0.
           05  WS-PERIOD-NET           PIC 9(7)V99   VALUE 0.
           05  WS-STD-HOURS            PIC 9(3)V99   VALUE 40.00.
           05  WS-TAX-RATE             PIC V999      VALUE .100.
           05  WS-INS-RATE             PIC V999      VALUE .030.
           05  WS-RET-RATE             PIC V999      VALUE .020.
      *    FLAT WITHHOLDING RATE ON SUPPLEMENTAL PAY IN A BONUS RUN
           05  WS-SUPP-TAX-RATE        PIC V999      VALUE .220.

      *    THE EARNINGS CODE TABLE. REG AND OT ARE BUILT IN SO AN
      *    HOURS FILE WITHOUT CODES PAYS AS IT ALWAYS DID; THE
      *    TABLE FILE MAY RESTATE THEM AND ADDS EVERY OTHER CODE
       01  WS-EARNINGS-CODE-TABLE.
           05  WS-ERN-COUNT            PIC 9(2)      VALUE 0.
           05  WS-ERN-ENTRY OCCURS 40 TIMES.
               10  WS-ERN-CODE         PIC X(3).
               10  WS-ERN-DESC         PIC X(20).
               10  WS-ERN-BASIS        PIC X.
                   88  WS-ERN-AMOUNT-BASIS           VALUE 'A'.
               10  WS-ERN-MULT         PIC 9V999.
               10  WS-ERN-TAXABLE      PIC X.
                   88  WS-ERN-IS-TAXABLE             VALUE 'Y'.
               10  WS-ERN-IN-SALARY    PIC X.
                   88  WS-ERN-COVERED-BY-SALARY      VALUE 'Y'.
               10  WS-ERN-LEAVE-TYPE   PIC X(3).

       01  WS-EARNINGS-CODE-SUBSCRIPTS.
           05  WS-ERN-IX               PIC 9(2).
           05  WS-ERN-FOUND-IX         PIC 9(2).

      *    THE EARNINGS LINES OF THE EMPLOYEE BEING PAID - ONE PER
      *    CODE, A CODE KEYED TWICE IS ADDED INTO ONE LINE
       01  WS-EARNINGS-LINE-TABLE.
           05  WS-ELINE-COUNT          PIC 9(2)      VALUE 0.
           05  WS-ELINE-ENTRY OCCURS 20 TIMES.
               10  WS-EL-CODE          PIC X(3).
               10  WS-EL-ERN-IX        PIC 9(2).
               10  WS-EL-HOURS         PIC 9(3)V99.
               10  WS-EL-AMOUNT        PIC 9(7)V99.
               10  WS-EL-RATE          PIC 9(5)V99.
               10  WS-EL-GROSS         PIC 9(7)V99.
               10  WS-EL-TAXABLE       PIC 9(7)V99.

       01  WS-EARNINGS-LINE-SUBSCRIPTS.
           05  WS-EL-IX                PIC 9(2).
           05  WS-EL-FOUND-IX          PIC 9(2).

      *    HOURS OF LEAVE EARNED PER HOUR PAID, BY EMPLOYEE TYPE
      *    AND LEAVE TYPE, WITH THE MOST THAT MAY BE CARRIED
       01  WS-LEAVE-ACCRUAL-TABLE.
           05  WS-LVA-COUNT            PIC 9(2)      VALUE 0.
           05  WS-LVA-ENTRY OCCURS 10 TIMES.
               10  WS-LVA-EMP-TYPE     PIC X.
               10  WS-LVA-LEAVE-TYPE   PIC X(3).
               10  WS-LVA-RATE         PIC 9V9999.
               10  WS-LVA-MAX-BAL      PIC 9(4)V99.

       01  WS-LEAVE-ACCRUAL-SUBSCRIPTS.
           05  WS-LVA-IX               PIC 9(2).
           05  WS-LVA-FOUND-IX         PIC 9(2).

       01  WS-LEAVE-WORK.
           05  WS-LEAVE-TYPE           PIC X(3).
           05  WS-LEAVE-ASKED          PIC 9(4)V99.
           05  WS-ACCRUAL-HOURS        PIC 9(3)V99   VALUE 0.
           05  WS-LEAVE-ACCRUED        PIC 9(4)V99.
           05  WS-LEAVE-TAKEN          PIC 9(4)V99.

      *    THE COMPANY RETIREMENT MATCH FORMULA BY EMPLOYEE TYPE
       01  WS-MATCH-TABLE.
           05  WS-MTB-COUNT            PIC 9         VALUE 0.
           05  WS-MTB-ENTRY OCCURS 2 TIMES.
               10  WS-MT-EMP-TYPE      PIC X.
               10  WS-MT-MATCH-PCT     PIC 9V999.
               10  WS-MT-CAP-PCT       PIC V999.
               10  WS-MT-WAIT-MONTHS   PIC 9(2).

       01  WS-MATCH-SUBSCRIPTS.
           05  WS-MTB-IX               PIC 9.
           05  WS-MTB-FOUND-IX         PIC 9.

       01  WS-MATCH-WORK.
           05  WS-ER-MATCH             PIC 9(7)V99   VALUE 0.
           05  WS-MATCH-BASE           PIC 9(7)V99.
           05  WS-MATCH-CAP            PIC 9(7)V99.
           05  WS-ELIG-MONTHS          PIC 9(6).
       01  WS-HIRE-DATE                PIC 9(8).
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-CCYY            PIC 9(4).
           05  WS-HIRE-MM              PIC 99.
           05  WS-HIRE-DD              PIC 99.
       01  WS-ELIG-DATE                PIC 9(8).
       01  WS-ELIG-DATE-PARTS REDEFINES WS-ELIG-DATE.
           05  WS-ELIG-CCYY            PIC 9(4).
           05  WS-ELIG-MM              PIC 99.
           05  WS-ELIG-DD              PIC 99.

      *    ONE ENTRY FOR THE PAY POSTING DETAIL FILE
       01  WS-POST-DETAIL-WORK.
           05  WS-PPD-TYPE             PIC X.
           05  WS-PPD-CODE             PIC X(3).
           05  WS-PPD-PRIORITY-CODE REDEFINES WS-PPD-CODE.
               10  WS-PPD-PRIORITY     PIC 9(2).
               10  FILLER              PIC X.
           05  WS-PPD-AMOUNT           PIC 9(7)V99.

       01  WS-RECORDKEEPER-COUNTERS.
           05  WS-RCN-COUNT            PIC 9(7)      VALUE 0.
           05  WS-RCN-EE-TOTAL         PIC 9(9)V99   VALUE 0.
           05  WS-RCN-ER-TOTAL         PIC 9(9)V99   VALUE 0.

       01  WS-HOURS-GROUP-WORK.
           05  WS-GROUP-EMP-ID         PIC X(6)      VALUE SPACES.
           05  WS-LINE-CODE            PIC X(3).
           05  WS-LINE-HOURS           PIC 9(3)V99.
           05  WS-LINE-AMOUNT          PIC 9(7)V99.

       01  WS-ELECTION-WORK.
           05  WS-ELECT-CODE           PIC X(3).
           05  WS-DEFAULT-RATE         PIC V999.
           05  WS-DEDUCT-BASE          PIC 9(7)V99.
           05  WS-ELECT-AMOUNT         PIC 9(7)V99.
           05  WS-REMAINING-GROSS      PIC 9(7)V99.

           05  WS-NOBANK-COUNT         PIC 9(7)      VALUE 0.
           05  WS-CHECK-TOTAL          PIC 9(9)V99   VALUE 0.

      *    WHAT THIS EMPLOYEE'S EARNINGS STATEMENT NEEDS FROM THE
      *    GARNISHMENT AND DISBURSEMENT STEPS, HELD UNTIL IT PRINTS
       01  WS-STUB-GARN-TABLE.
           05  WS-SGARN-COUNT          PIC 9(2)      VALUE 0.
           05  WS-SGARN-ENTRY OCCURS 10 TIMES.
               10  WS-SG-AGENCY        PIC X(20).
               10  WS-SG-AMOUNT        PIC 9(7)V99.
       01  WS-SG-IX                    PIC 9(2).

       01  WS-STUB-DEPOSIT-TABLE.
           05  WS-SDEP-COUNT           PIC 9         VALUE 0.
           05  WS-SDEP-ENTRY OCCURS 5 TIMES.
               10  WS-SD-ROUTING       PIC X(9).
               10  WS-SD-ACCOUNT       PIC X(17).
               10  WS-SD-AMOUNT        PIC 9(7)V99.
       01  WS-SD-IX                    PIC 9.

       01  WS-EMPLOYEE-DISBURSEMENT.
           05  WS-EMP-DEPOSIT          PIC 9(7)V99   VALUE 0.
           05  WS-EMP-CHECK            PIC 9(7)V99   VALUE 0.

       01  WS-STUB-WORK.
           05  WS-STUB-CHECK-SERIAL    PIC 9(8)      VALUE 0.
           05  WS-STUB-CODE            PIC X(3).
           05  WS-STUB-DESC            PIC X(26).
           05  WS-STUB-CURRENT         PIC 9(7)V99.

       01  WS-CHECK-WORK.
           05  WS-CHECK-ACCOUNT        PIC X(17)     VALUE SPACES.
           05  WS-LAST-SERIAL          PIC 9(8)      VALUE 0.
           05  WS-FIRST-SERIAL         PIC 9(8)      VALUE 0.
           05  WS-CHECK-COUNT          PIC 9(7)      VALUE 0.
           05  WS-PPAY-TOTAL           PIC 9(9)V99   VALUE 0.

       01  WS-BANK-ACCOUNT-TABLE.
           05  WS-BANK-COUNT           PIC 9         VALUE 0.
           05  WS-BANK-ENTRY OCCURS 5 TIMES.
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.
       01  WS-PERIOD-END-DATE          PIC 9(8).
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05  WS-END-CCYY             PIC 9(4).
           05  WS-END-MM               PIC 99.
           05  WS-END-DD               PIC 99.
       01  WS-CHECK-DATE               PIC 9(8)      VALUE 0.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHK-CCYY             PIC 9(4).
           05  WS-CHK-MM               PIC 99.
           05  WS-CHK-DD               PIC 99.

       01  WS-RETRO-MESSAGE.
           05  FILLER                  PIC X(14)
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-VALIDATE-PAY-PERIOD
           PERFORM 1300-LOAD-EARNINGS-CODES
           PERFORM 1400-LOAD-ACCRUAL-RATES
           PERFORM 1500-LOAD-MATCH-TABLE
           PERFORM 1750-OPEN-LEAVE-BALANCES
           PERFORM 1760-OPEN-RETIREMENT-PLAN
           OPEN INPUT PAY-HOURS-FILE
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
           PERFORM 1650-OPEN-DEDUCTION-ELECTIONS
           PERFORM 1660-OPEN-GARNISHMENT-ORDERS
           PERFORM 1680-OPEN-BANK-ACCOUNTS
           PERFORM 1690-OPEN-CHECK-FILES
           PERFORM 1700-OPEN-PAY-POSTING
           PERFORM 1710-OPEN-POST-DETAIL
           PERFORM 1800-OPEN-RETRO-ADJUSTMENTS
           OPEN OUTPUT DISBURSEMENT-FILE
           OPEN OUTPUT PAY-STUB-FILE
           OPEN OUTPUT PAY-DIST-FILE
           OPEN OUTPUT RETIREMENT-CONTRIB-FILE
           OPEN OUTPUT PAY-REGISTER-FILE
           MOVE WS-CURR-MM   TO REG-RUN-MM
           MOVE WS-CURR-DD   TO REG-RUN-DD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRD-NUMBER TO WS-PERIOD-NUMBER
           IF PRD-BONUS-PERIOD
               SET WS-BONUS-RUN TO TRUE
           END-IF
           MOVE PRD-CHECK-DATE TO WS-CHECK-DATE
           IF WS-CHECK-DATE = 0
               DISPLAY 'EMPPAY01 WARNING - PERIOD ' PRD-NUMBER
                   ' HAS NO CHECK DATE, CHECKS DATED PERIOD END'
               MOVE WS-PERIOD-END-DATE TO WS-CHECK-DATE
           END-IF.

       1250-FIND-CALENDAR-PERIOD.
           READ PAY-PERIOD-FILE NEXT RECORD
               SET WS-PERIOD-FOUND TO TRUE
           END-IF.

      *    WITHOUT A TABLE FILE ONLY THE BUILT-IN REGULAR AND
      *    OVERTIME CODES CAN BE PAID. A BAD TABLE ENTRY STOPS THE
      *    RUN - GUESSING AT HOW A CODE IS PRICED WOULD MISPAY
       1300-LOAD-EARNINGS-CODES.
           MOVE 2             TO WS-ERN-COUNT
           MOVE 'REG'         TO WS-ERN-CODE (1)
           MOVE 'REGULAR'     TO WS-ERN-DESC (1)
           MOVE 'H'           TO WS-ERN-BASIS (1)
           MOVE 1             TO WS-ERN-MULT (1)
           MOVE 'Y'           TO WS-ERN-TAXABLE (1)
           MOVE 'Y'           TO WS-ERN-IN-SALARY (1)
           MOVE SPACES        TO WS-ERN-LEAVE-TYPE (1)
           MOVE 'OT '         TO WS-ERN-CODE (2)
           MOVE 'OVERTIME'    TO WS-ERN-DESC (2)
           MOVE 'H'           TO WS-ERN-BASIS (2)
           MOVE WS-OT-FACTOR  TO WS-ERN-MULT (2)
           MOVE 'Y'           TO WS-ERN-TAXABLE (2)
           MOVE 'N'           TO WS-ERN-IN-SALARY (2)
           MOVE SPACES        TO WS-ERN-LEAVE-TYPE (2)
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-ERN-FILE-STATUS = '35'
               DISPLAY 'EMPPAY01 WARNING - NO EARNINGS CODE TABLE '
                   'ON HAND, ONLY REG AND OT CAN BE PAID'
           ELSE
               IF WS-ERN-FILE-STATUS NOT = '00'
                   DISPLAY 'EMPPAY01 ERROR - EARNINGS CODE TABLE '
                       'OPEN FAILED, STATUS ' WS-ERN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-EARNINGS-CODES
                   READ EARNINGS-CODE-FILE
                       AT END
                           SET WS-END-OF-EARNINGS-CODES TO TRUE
                   END-READ
                   IF NOT WS-END-OF-EARNINGS-CODES
                       PERFORM 1350-STORE-EARNINGS-CODE
                   END-IF
               END-PERFORM
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       1350-STORE-EARNINGS-CODE.
           IF ERN-CODE = SPACES
               OR NOT (ERN-HOURS-BASIS OR ERN-AMOUNT-BASIS)
               OR ERN-MULTIPLIER-X NOT NUMERIC
               OR NOT (ERN-IS-TAXABLE OR ERN-NOT-TAXABLE)
               OR NOT (ERN-COVERED-BY-SALARY OR ERN-PAID-TO-SALARIED)
               OR NOT (ERN-NO-LEAVE OR ERN-VALID-LEAVE-TYPE)
               OR (ERN-VALID-LEAVE-TYPE AND ERN-AMOUNT-BASIS)
               DISPLAY 'EMPPAY01 ERROR - EARNINGS CODE TABLE ENTRY '
                   'FOR ''' ERN-CODE ''' IS INVALID, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ERN-CODE TO WS-LINE-CODE
           PERFORM 2110-FIND-EARNINGS-CODE
           IF WS-ERN-FOUND-IX = 0
               IF WS-ERN-COUNT >= 40
                   DISPLAY 'EMPPAY01 ERROR - MORE THAN 40 EARNINGS '
                       'CODES, EARNINGS CODE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ERN-COUNT
               MOVE WS-ERN-COUNT TO WS-ERN-FOUND-IX
           END-IF
           MOVE ERN-CODE        TO WS-ERN-CODE (WS-ERN-FOUND-IX)
           MOVE ERN-DESCRIPTION TO WS-ERN-DESC (WS-ERN-FOUND-IX)
           MOVE ERN-BASIS       TO WS-ERN-BASIS (WS-ERN-FOUND-IX)
           MOVE ERN-MULTIPLIER  TO WS-ERN-MULT (WS-ERN-FOUND-IX)
           MOVE ERN-TAXABLE     TO WS-ERN-TAXABLE (WS-ERN-FOUND-IX)
           MOVE ERN-IN-SALARY   TO WS-ERN-IN-SALARY (WS-ERN-FOUND-IX)
           MOVE ERN-LEAVE-TYPE  TO WS-ERN-LEAVE-TYPE (WS-ERN-FOUND-IX).

      *    WITHOUT AN ACCRUAL TABLE LEAVE IS STILL TAKEN FROM THE
      *    BALANCES BUT NONE IS EARNED. A BAD TABLE ENTRY STOPS THE
      *    RUN RATHER THAN ACCRUE AT A GUESSED RATE
       1400-LOAD-ACCRUAL-RATES.
           OPEN INPUT LEAVE-ACCRUAL-FILE
           IF WS-LVA-FILE-STATUS = '35'
               DISPLAY 'EMPPAY01 WARNING - NO LEAVE ACCRUAL TABLE '
                   'ON HAND, NO LEAVE ACCRUED THIS RUN'
           ELSE
               IF WS-LVA-FILE-STATUS NOT = '00'
                   DISPLAY 'EMPPAY01 ERROR - LEAVE ACCRUAL TABLE '
                       'OPEN FAILED, STATUS ' WS-LVA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ACCRUAL-RATES
                   READ LEAVE-ACCRUAL-FILE
                       AT END
                           SET WS-END-OF-ACCRUAL-RATES TO TRUE
                   END-READ
                   IF NOT WS-END-OF-ACCRUAL-RATES
                       PERFORM 1450-STORE-ACCRUAL-RATE
                   END-IF
               END-PERFORM
               CLOSE LEAVE-ACCRUAL-FILE
           END-IF.

       1450-STORE-ACCRUAL-RATE.
           IF NOT LVA-VALID-EMP-TYPE
               OR NOT LVA-VALID-LEAVE-TYPE
               OR LVA-RATE-X NOT NUMERIC
               OR LVA-MAX-BALANCE-X NOT NUMERIC
               DISPLAY 'EMPPAY01 ERROR - LEAVE ACCRUAL TABLE ENTRY '
                   'FOR ''' LVA-EMP-TYPE ' ' LVA-LEAVE-TYPE
                   ''' IS INVALID, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-LVA-FOUND-IX
           PERFORM 1460-SCAN-ACCRUAL-RATE
               VARYING WS-LVA-IX FROM 1 BY 1
               UNTIL WS-LVA-IX > WS-LVA-COUNT
                  OR WS-LVA-FOUND-IX > 0
           IF WS-LVA-FOUND-IX = 0
               IF WS-LVA-COUNT >= 10
                   DISPLAY 'EMPPAY01 ERROR - MORE THAN 10 LEAVE '
                       'ACCRUAL RATES, ACCRUAL TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LVA-COUNT
               MOVE WS-LVA-COUNT TO WS-LVA-FOUND-IX
           END-IF
           MOVE LVA-EMP-TYPE    TO WS-LVA-EMP-TYPE (WS-LVA-FOUND-IX)
           MOVE LVA-LEAVE-TYPE  TO WS-LVA-LEAVE-TYPE (WS-LVA-FOUND-IX)
           MOVE LVA-RATE        TO WS-LVA-RATE (WS-LVA-FOUND-IX)
           MOVE LVA-MAX-BALANCE TO WS-LVA-MAX-BAL (WS-LVA-FOUND-IX).

       1460-SCAN-ACCRUAL-RATE.
           IF WS-LVA-EMP-TYPE (WS-LVA-IX) = LVA-EMP-TYPE
               AND WS-LVA-LEAVE-TYPE (WS-LVA-IX) = LVA-LEAVE-TYPE
               MOVE WS-LVA-IX TO WS-LVA-FOUND-IX
           END-IF.

      *    WITHOUT A MATCH TABLE THE RET DEDUCTION IS STILL TAKEN
      *    AND SENT TO THE RECORDKEEPER BUT NO MATCH IS MADE. A BAD
      *    ENTRY STOPS THE RUN RATHER THAN MATCH ON A GUESS
       1500-LOAD-MATCH-TABLE.
           OPEN INPUT MATCH-TABLE-FILE
           IF WS-MTB-FILE-STATUS = '35'
               DISPLAY 'EMPPAY01 WARNING - NO RETIREMENT MATCH TABLE '
                   'ON HAND, NO EMPLOYER MATCH THIS RUN'
           ELSE
               IF WS-MTB-FILE-STATUS NOT = '00'
                   DISPLAY 'EMPPAY01 ERROR - RETIREMENT MATCH TABLE '
                       'OPEN FAILED, STATUS ' WS-MTB-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-MATCH-TABLE
                   READ MATCH-TABLE-FILE
                       AT END
                           SET WS-END-OF-MATCH-TABLE TO TRUE
                   END-READ
                   IF NOT WS-END-OF-MATCH-TABLE
                       PERFORM 1550-STORE-MATCH-FORMULA
                   END-IF
               END-PERFORM
               CLOSE MATCH-TABLE-FILE
           END-IF.

       1550-STORE-MATCH-FORMULA.
           IF NOT MTB-VALID-EMP-TYPE
               OR MTB-MATCH-PCT-X NOT NUMERIC
               OR MTB-CAP-PCT-X NOT NUMERIC
               OR MTB-WAIT-MONTHS-X NOT NUMERIC
               DISPLAY 'EMPPAY01 ERROR - RETIREMENT MATCH TABLE '
                   'ENTRY FOR ''' MTB-EMP-TYPE ''' IS INVALID, '
                   'JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-MTB-FOUND-IX
           PERFORM 1560-SCAN-MATCH-FORMULA
               VARYING WS-MTB-IX FROM 1 BY 1
               UNTIL WS-MTB-IX > WS-MTB-COUNT
                  OR WS-MTB-FOUND-IX > 0
           IF WS-MTB-FOUND-IX = 0
               ADD 1 TO WS-MTB-COUNT
               MOVE WS-MTB-COUNT TO WS-MTB-FOUND-IX
           END-IF
           MOVE MTB-EMP-TYPE    TO WS-MT-EMP-TYPE (WS-MTB-FOUND-IX)
           MOVE MTB-MATCH-PCT   TO WS-MT-MATCH-PCT (WS-MTB-FOUND-IX)
           MOVE MTB-CAP-PCT     TO WS-MT-CAP-PCT (WS-MTB-FOUND-IX)
           MOVE MTB-WAIT-MONTHS TO WS-MT-WAIT-MONTHS (WS-MTB-FOUND-IX).

       1560-SCAN-MATCH-FORMULA.
           IF WS-MT-EMP-TYPE (WS-MTB-IX) = MTB-EMP-TYPE
               MOVE WS-MTB-IX TO WS-MTB-FOUND-IX
           END-IF.

       1600-OPEN-DEDUCTION-DETAIL.
           OPEN I-O DEDUCTION-DETAIL-FILE
           IF WS-DED-FILE-STATUS = '35'
               END-IF
           END-IF.

      *    THE CONTROL RECORD CARRIES THE LAST SERIAL USED AND THE
      *    DISBURSING ACCOUNT FOR THE POSITIVE-PAY FILE. WITHOUT ONE
      *    THE SERIALS START OVER AT 1 - THE CHECK HISTORY STILL
      *    STOPS ANY SERIAL ALREADY ISSUED FROM BEING USED AGAIN
       1690-OPEN-CHECK-FILES.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CKC-FILE-STATUS = '35'
               DISPLAY 'EMPPAY01 WARNING - NO CHECK CONTROL RECORD '
                   'ON HAND, SET IT UP THROUGH CHKMNT01'
           ELSE
               READ CHECK-CONTROL-FILE
                   AT END
                       DISPLAY 'EMPPAY01 WARNING - CHECK CONTROL '
                           'FILE EMPTY, SET IT UP THROUGH CHKMNT01'
                   NOT AT END
                       MOVE CKC-LAST-SERIAL TO WS-LAST-SERIAL
                       MOVE CKC-ACCOUNT     TO WS-CHECK-ACCOUNT
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF
           OPEN I-O CHECK-HISTORY-FILE
           IF WS-CKH-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-HISTORY-FILE
               CLOSE CHECK-HISTORY-FILE
               OPEN I-O CHECK-HISTORY-FILE
           END-IF
           IF WS-CKH-FILE-STATUS NOT = '00'
               DISPLAY 'EMPPAY01 ERROR - CHECK HISTORY FILE OPEN '
                   'FAILED, STATUS ' WS-CKH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           MOVE WS-CURR-MM   TO CKR-RUN-MM
           MOVE WS-CURR-DD   TO CKR-RUN-DD
           MOVE WS-CURR-CCYY TO CKR-RUN-CCYY
           MOVE WS-PERIOD-NUMBER TO CKR-PERIOD
           MOVE WS-CHK-MM    TO CKR-CHK-MM
           MOVE WS-CHK-DD    TO CKR-CHK-DD
           MOVE WS-CHK-CCYY  TO CKR-CHK-CCYY
           MOVE CHECK-REGISTER-HDR1 TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           MOVE CHECK-REGISTER-HDR2 TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE.

       1700-OPEN-PAY-POSTING.
           OPEN I-O PAY-POSTING-FILE
           IF WS-PPH-FILE-STATUS = '35'
               STOP RUN
           END-IF.

       1710-OPEN-POST-DETAIL.
           OPEN I-O PAY-POST-DETAIL-FILE
           IF WS-PPD-FILE-STATUS = '35'
               OPEN OUTPUT PAY-POST-DETAIL-FILE
               CLOSE PAY-POST-DETAIL-FILE
               OPEN I-O PAY-POST-DETAIL-FILE
           END-IF
           IF WS-PPD-FILE-STATUS NOT = '00'
               DISPLAY 'EMPPAY01 ERROR - POSTING DETAIL FILE OPEN '
                   'FAILED, STATUS ' WS-PPD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1750-OPEN-LEAVE-BALANCES.
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LVB-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'EMPPAY01 ERROR - LEAVE BALANCE FILE OPEN '
                   'FAILED, STATUS ' WS-LVB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1760-OPEN-RETIREMENT-PLAN.
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS = '35'
               OPEN OUTPUT RETIREMENT-PLAN-FILE
               CLOSE RETIREMENT-PLAN-FILE
               OPEN I-O RETIREMENT-PLAN-FILE
           END-IF
           IF WS-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'EMPPAY01 ERROR - RETIREMENT PLAN FILE OPEN '
                   'FAILED, STATUS ' WS-RPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE ADJUSTMENT FILE IS ONLY ON HAND WHEN EMPRET01 RAN
      *    AHEAD OF THE PAY RUN - A MISSING FILE JUST MEANS THERE
      *    ARE NO CATCH-UPS TO POST THIS PERIOD
               END-IF
           END-IF.

      *    AN EMPLOYEE'S HOURS RECORDS ARRIVE TOGETHER AND ARE
      *    GATHERED INTO EARNINGS LINES; THE EMPLOYEE IS PAID WHEN
      *    THE NEXT EMPLOYEE'S FIRST RECORD (OR END OF FILE) IS READ
       2000-PROCESS-PAY-PERIOD.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-HOURS-FILE
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   AND NOT PHC-HEADER-REC
                   AND NOT PHC-TRAILER-REC
                   ADD 1 TO WS-READ-COUNT
                   IF PAY-HRS-EMP-ID NOT = WS-GROUP-EMP-ID
                       PERFORM 2050-PAY-EMPLOYEE-GROUP
                       MOVE PAY-HRS-EMP-ID TO WS-GROUP-EMP-ID
                   END-IF
                   PERFORM 2100-EDIT-HOURS-RECORD
               END-IF
           END-PERFORM
           PERFORM 2050-PAY-EMPLOYEE-GROUP.

       2050-PAY-EMPLOYEE-GROUP.
           IF WS-ELINE-COUNT > 0
               PERFORM 2200-PROCESS-EMPLOYEE
           END-IF
           MOVE 0 TO WS-ELINE-COUNT.

      *    A RECORD THAT CANNOT BE PRICED IS REJECTED ON ITS OWN;
      *    THE EMPLOYEE'S OTHER LINES ARE STILL PAID
       2100-EDIT-HOURS-RECORD.
           SET WS-PAY-REC-GOOD TO TRUE
           MOVE SPACES TO REG-MESSAGE
           MOVE PAY-HRS-EARN-CODE TO WS-LINE-CODE
           IF WS-LINE-CODE = SPACES
               MOVE 'REG' TO WS-LINE-CODE
           END-IF
           PERFORM 2110-FIND-EARNINGS-CODE
           EVALUATE TRUE
               WHEN WS-ERN-FOUND-IX = 0
                   SET WS-PAY-REC-REJECTED TO TRUE
                   MOVE 'EARNINGS CODE NOT ON FILE' TO REG-MESSAGE
               WHEN WS-ERN-AMOUNT-BASIS (WS-ERN-FOUND-IX)
                   IF PAY-HRS-AMOUNT-X NOT NUMERIC
                       SET WS-PAY-REC-REJECTED TO TRUE
                       MOVE 'AMOUNT NOT NUMERIC' TO REG-MESSAGE
                   ELSE
                       MOVE 0              TO WS-LINE-HOURS
                       MOVE PAY-HRS-AMOUNT TO WS-LINE-AMOUNT
                   END-IF
               WHEN WS-BONUS-RUN
                   SET WS-PAY-REC-REJECTED TO TRUE
                   MOVE 'HOURS CODE IN BONUS PERIOD' TO REG-MESSAGE
               WHEN PAY-HRS-HOURS-X NOT NUMERIC
                   SET WS-PAY-REC-REJECTED TO TRUE
                   MOVE 'HOURS NOT NUMERIC' TO REG-MESSAGE
               WHEN OTHER
                   MOVE PAY-HRS-HOURS TO WS-LINE-HOURS
                   MOVE 0             TO WS-LINE-AMOUNT
           END-EVALUATE
           IF WS-PAY-REC-GOOD
               IF WS-ERN-LEAVE-TYPE (WS-ERN-FOUND-IX) NOT = SPACES
                   PERFORM 2170-CHECK-LEAVE-BALANCE
               END-IF
           END-IF
           IF WS-PAY-REC-REJECTED
               PERFORM 4100-WRITE-REJECT-LINE
           ELSE
               PERFORM 2130-ADD-EARNINGS-LINE
           END-IF.

       2110-FIND-EARNINGS-CODE.
           MOVE 0 TO WS-ERN-FOUND-IX
           PERFORM 2120-SCAN-EARNINGS-CODE
               VARYING WS-ERN-IX FROM 1 BY 1
               UNTIL WS-ERN-IX > WS-ERN-COUNT
                  OR WS-ERN-FOUND-IX > 0.

       2120-SCAN-EARNINGS-CODE.
           IF WS-ERN-CODE (WS-ERN-IX) = WS-LINE-CODE
               MOVE WS-ERN-IX TO WS-ERN-FOUND-IX
           END-IF.

      *    ADDS WS-LINE-HOURS / WS-LINE-AMOUNT INTO THE LINE FOR
      *    WS-LINE-CODE (CODE ENTRY WS-ERN-FOUND-IX), STARTING A NEW
      *    LINE THE FIRST TIME THE CODE IS SEEN
       2130-ADD-EARNINGS-LINE.
           MOVE 0 TO WS-EL-FOUND-IX
           PERFORM 2140-SCAN-EARNINGS-LINE
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT
                  OR WS-EL-FOUND-IX > 0
           IF WS-EL-FOUND-IX = 0
               IF WS-ELINE-COUNT >= 20
                   DISPLAY 'EMPPAY01 ERROR - MORE THAN 20 EARNINGS '
                       'LINES FOR ' WS-GROUP-EMP-ID
                       ', EARNINGS LINE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ELINE-COUNT
               MOVE WS-ELINE-COUNT  TO WS-EL-FOUND-IX
               MOVE WS-LINE-CODE    TO WS-EL-CODE (WS-EL-FOUND-IX)
               MOVE WS-ERN-FOUND-IX TO WS-EL-ERN-IX (WS-EL-FOUND-IX)
               MOVE 0               TO WS-EL-HOURS (WS-EL-FOUND-IX)
               MOVE 0               TO WS-EL-AMOUNT (WS-EL-FOUND-IX)
           END-IF
           ADD WS-LINE-HOURS  TO WS-EL-HOURS (WS-EL-FOUND-IX)
           ADD WS-LINE-AMOUNT TO WS-EL-AMOUNT (WS-EL-FOUND-IX).

       2140-SCAN-EARNINGS-LINE.
           IF WS-EL-CODE (WS-EL-IX) = WS-LINE-CODE
               MOVE WS-EL-IX TO WS-EL-FOUND-IX
           END-IF.

       2200-PROCESS-EMPLOYEE.
           SET WS-PAY-REC-GOOD TO TRUE
           MOVE 'N' TO WS-RETRO-SW
           MOVE SPACES TO REG-MESSAGE
           MOVE WS-GROUP-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-PAY-REC-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT FOUND' TO REG-MESSAGE
                   PERFORM 4100-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 2150-CHECK-PERIOD-POSTING
                   EVALUATE TRUE
                       WHEN NOT EMP-MST-ACTIVE
                           SET WS-PAY-REC-REJECTED TO TRUE
                           MOVE 'EMPLOYEE NOT ACTIVE'
                               TO REG-MESSAGE
                           PERFORM 4100-WRITE-REJECT-LINE
                       WHEN WS-ALREADY-POSTED-PERIOD
                           MOVE 'ALREADY POSTED - SKIPPED'
                               TO REG-MESSAGE
                           PERFORM 4200-WRITE-SKIP-LINE
                       WHEN EMP-MST-HOURLY OR EMP-MST-SALARIED
                           PERFORM 3000-CALCULATE-PERIOD-PAY
                           PERFORM 3300-UPDATE-MASTER-YTD
                       WHEN OTHER
                           SET WS-PAY-REC-REJECTED TO TRUE
                           MOVE 'INVALID EMPLOYEE TYPE'
                               TO REG-MESSAGE
                           PERFORM 4100-WRITE-REJECT-LINE
                   END-EVALUATE
           END-READ.

      *    THE POSTING HISTORY IS THE PERIOD MARKER - IF ANY HOURS
      *    ENTRY FOR THE PERIOD IS ALREADY ON FILE THE EMPLOYEE WAS
      *    POSTED BEFORE AN ABEND OR EARLIER IN THIS SAME RUN, AND
      *    IS NOT POSTED AGAIN
       2150-CHECK-PERIOD-POSTING.
           MOVE 'N' TO WS-PERIOD-DUP-SW
           MOVE EMP-MST-ID         TO PPH-EMP-ID
           MOVE WS-PERIOD-END-DATE TO PPH-PERIOD-END
           SET PPH-HOURS-ENTRY     TO TRUE
           MOVE LOW-VALUES         TO PPH-EARN-CODE
           START PAY-POSTING-FILE
               KEY IS NOT LESS THAN PPH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2160-READ-PERIOD-POSTING
           END-START.

       2160-READ-PERIOD-POSTING.
           READ PAY-POSTING-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PPH-EMP-ID = EMP-MST-ID
                       AND PPH-PERIOD-END = WS-PERIOD-END-DATE
                       AND PPH-HOURS-ENTRY
                       SET WS-ALREADY-POSTED-PERIOD TO TRUE
                   END-IF
           END-READ.

      *    LEAVE HOURS MAY NOT RUN PAST THE BALANCE ON FILE - THE
      *    EMPLOYEE'S HOURS ALREADY GATHERED FOR THE SAME LEAVE
      *    TYPE COUNT AGAINST IT ALONG WITH THIS RECORD'S
       2170-CHECK-LEAVE-BALANCE.
           MOVE WS-ERN-LEAVE-TYPE (WS-ERN-FOUND-IX) TO WS-LEAVE-TYPE
           MOVE WS-LINE-HOURS TO WS-LEAVE-ASKED
           PERFORM 2180-ADD-LEAVE-ASKED
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT
           MOVE WS-GROUP-EMP-ID TO LVB-EMP-ID
           MOVE WS-LEAVE-TYPE   TO LVB-LEAVE-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO LVB-BALANCE
           END-READ
           IF WS-LEAVE-ASKED > LVB-BALANCE
               SET WS-PAY-REC-REJECTED TO TRUE
               MOVE 'LEAVE BALANCE EXCEEDED' TO REG-MESSAGE
           END-IF.

       2180-ADD-LEAVE-ASKED.
           MOVE WS-EL-ERN-IX (WS-EL-IX) TO WS-ERN-IX
           IF WS-ERN-LEAVE-TYPE (WS-ERN-IX) = WS-LEAVE-TYPE
               ADD WS-EL-HOURS (WS-EL-IX) TO WS-LEAVE-ASKED
           END-IF.

       2500-PROCESS-RETRO-ADJUSTMENTS.
           IF WS-RETRO-AVAILABLE
               PERFORM UNTIL WS-RETRO-END-OF-FILE
                               TO REG-MESSAGE
                           PERFORM 2750-WRITE-RETRO-SKIP-LINE
                       WHEN OTHER
                           MOVE 0         TO WS-ELINE-COUNT
                           MOVE 0         TO WS-PERIOD-HOURS
                           MOVE RTA-GROSS TO WS-PERIOD-GROSS
                           MOVE RTA-GROSS TO WS-TAXABLE-GROSS
                           PERFORM 3050-CALCULATE-DEDUCTIONS
                           MOVE RTA-EFF-DATE TO WS-RETRO-MSG-DATE
                           MOVE WS-RETRO-MESSAGE TO REG-MESSAGE
           MOVE RTA-EMP-ID   TO PPH-EMP-ID
           MOVE RTA-EFF-DATE TO PPH-PERIOD-END
           SET PPH-RETRO-ENTRY TO TRUE
           MOVE SPACES       TO PPH-EARN-CODE
           READ PAY-POSTING-FILE
               INVALID KEY
                   CONTINUE

       3000-CALCULATE-PERIOD-PAY.
           IF EMP-MST-HOURLY
               PERFORM 3100-SPLIT-OVERTIME-HOURS
           ELSE
               IF NOT WS-BONUS-RUN
                   PERFORM 3150-SET-SALARY-LINE
               END-IF
           END-IF
           MOVE 0 TO WS-PERIOD-HOURS
           MOVE 0 TO WS-PERIOD-GROSS
           MOVE 0 TO WS-TAXABLE-GROSS
           MOVE 0 TO WS-ACCRUAL-HOURS
           PERFORM 3200-PRICE-EARNINGS-LINE
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT
           PERFORM 3050-CALCULATE-DEDUCTIONS.

      *    EACH CATEGORY IS CAPPED AT THE GROSS STILL UNDEDUCTED SO
      *    A FLAT ELECTION LARGER THAN A SHORT PERIOD'S GROSS CAN
      *    NEVER DRIVE THE PERIOD NET NEGATIVE. TAX IS FIGURED ON
      *    THE TAXABLE GROSS, THE OTHER CATEGORIES ON THE FULL
      *    GROSS. A BONUS RUN WITHHOLDS TAX AT THE SUPPLEMENTAL
      *    RATE AND TAKES NO INSURANCE
       3050-CALCULATE-DEDUCTIONS.
           MOVE WS-PERIOD-GROSS  TO WS-REMAINING-GROSS
           MOVE 'TAX'            TO WS-ELECT-CODE
           MOVE WS-TAXABLE-GROSS TO WS-DEDUCT-BASE
           IF WS-BONUS-RUN
               MOVE WS-SUPP-TAX-RATE TO WS-DEFAULT-RATE
           ELSE
               MOVE WS-TAX-RATE      TO WS-DEFAULT-RATE
           END-IF
           PERFORM 3060-CALCULATE-ONE-DEDUCTION
           MOVE WS-ELECT-AMOUNT TO WS-DED-TAX
           MOVE WS-PERIOD-GROSS TO WS-DEDUCT-BASE
           IF WS-BONUS-RUN
               MOVE 0 TO WS-DED-INS
           ELSE
               MOVE 'INS'           TO WS-ELECT-CODE
               MOVE WS-INS-RATE     TO WS-DEFAULT-RATE
               PERFORM 3060-CALCULATE-ONE-DEDUCTION
               MOVE WS-ELECT-AMOUNT TO WS-DED-INS
           END-IF
           MOVE 'RET'           TO WS-ELECT-CODE
           MOVE WS-RET-RATE     TO WS-DEFAULT-RATE
           PERFORM 3060-CALCULATE-ONE-DEDUCTION
           MOVE WS-ELECT-AMOUNT TO WS-DED-RET
           PERFORM 3075-CALCULATE-EMPLOYER-MATCH
           PERFORM 3080-WITHHOLD-GARNISHMENTS
           COMPUTE WS-PERIOD-DEDUCT =
               WS-DED-TAX + WS-DED-INS + WS-DED-RET + WS-DED-GRN
                       EVALUATE TRUE
                           WHEN DEL-WAIVED
                               MOVE 0 TO WS-ELECT-AMOUNT
                           WHEN WS-BONUS-RUN
                               AND WS-ELECT-CODE = 'TAX'
                               PERFORM 3070-APPLY-DEFAULT-RATE
                           WHEN DEL-FLAT-AMOUNT AND WS-BONUS-RUN
                               MOVE 0 TO WS-ELECT-AMOUNT
                           WHEN DEL-FLAT-AMOUNT
                               MOVE DEL-AMOUNT TO WS-ELECT-AMOUNT
                           WHEN DEL-PCT-OF-GROSS
                               COMPUTE WS-ELECT-AMOUNT ROUNDED =
                                   WS-DEDUCT-BASE * DEL-RATE
                           WHEN OTHER
                               PERFORM 3070-APPLY-DEFAULT-RATE
                       END-EVALUATE

       3070-APPLY-DEFAULT-RATE.
           COMPUTE WS-ELECT-AMOUNT ROUNDED =
               WS-DEDUCT-BASE * WS-DEFAULT-RATE.

      *    THE COMPANY MATCHES THE TABLE PERCENT OF THE RET
      *    CONTRIBUTION, BUT ONLY ON CONTRIBUTIONS UP TO THE CAP
      *    PERCENT OF GROSS AND ONLY ONCE THE WAITING PERIOD FROM
      *    HIRE HAS RUN BY THE PERIOD END. THE MATCH IS A COMPANY
      *    COST - IT IS NOT A DEDUCTION AND DOES NOT TOUCH THE NET
       3075-CALCULATE-EMPLOYER-MATCH.
           MOVE 0 TO WS-ER-MATCH
           MOVE 0 TO WS-MTB-FOUND-IX
           PERFORM 3076-SCAN-MATCH-TABLE
               VARYING WS-MTB-IX FROM 1 BY 1
               UNTIL WS-MTB-IX > WS-MTB-COUNT
                  OR WS-MTB-FOUND-IX > 0
           IF WS-MTB-FOUND-IX > 0
               AND WS-DED-RET > 0
               PERFORM 3077-CHECK-MATCH-ELIGIBILITY
               IF WS-MATCH-ELIGIBLE
                   COMPUTE WS-MATCH-CAP ROUNDED =
                       WS-PERIOD-GROSS
                       * WS-MT-CAP-PCT (WS-MTB-FOUND-IX)
                   MOVE WS-DED-RET TO WS-MATCH-BASE
                   IF WS-MATCH-BASE > WS-MATCH-CAP
                       MOVE WS-MATCH-CAP TO WS-MATCH-BASE
                   END-IF
                   COMPUTE WS-ER-MATCH ROUNDED =
                       WS-MATCH-BASE
                       * WS-MT-MATCH-PCT (WS-MTB-FOUND-IX)
               END-IF
           END-IF.

       3076-SCAN-MATCH-TABLE.
           IF WS-MT-EMP-TYPE (WS-MTB-IX) = EMP-MST-TYPE
               MOVE WS-MTB-IX TO WS-MTB-FOUND-IX
           END-IF.

      *    THE WAITING PERIOD IS IN WHOLE MONTHS, SO THE FIRST
      *    ELIGIBLE DATE IS THE HIRE DAY THAT MANY MONTHS ON. A
      *    PARTICIPANT WITH NO HIRE DATE ON FILE (ONE HIRED BEFORE
      *    HIRE DATES WERE KEPT) OR WITH NO PARTICIPANT RECORD AT
      *    ALL IS TAKEN AS LONG SINCE ELIGIBLE
       3077-CHECK-MATCH-ELIGIBILITY.
           SET WS-MATCH-ELIGIBLE TO TRUE
           MOVE EMP-MST-ID TO RPL-EMP-ID
           READ RETIREMENT-PLAN-FILE
               INVALID KEY
                   MOVE 0 TO RPL-HIRE-DATE
           END-READ
           IF RPL-HIRE-DATE > 0
               MOVE RPL-HIRE-DATE TO WS-HIRE-DATE
               COMPUTE WS-ELIG-MONTHS =
                   (WS-HIRE-CCYY * 12) + WS-HIRE-MM - 1
                   + WS-MT-WAIT-MONTHS (WS-MTB-FOUND-IX)
               DIVIDE WS-ELIG-MONTHS BY 12
                   GIVING WS-ELIG-CCYY REMAINDER WS-ELIG-MM
               ADD 1 TO WS-ELIG-MM
               MOVE WS-HIRE-DD TO WS-ELIG-DD
               IF WS-PERIOD-END-DATE < WS-ELIG-DATE
                   MOVE 'N' TO WS-MATCH-ELIG-SW
               END-IF
           END-IF.

      *    OPEN ORDERS ARE TAKEN IN PRIORITY ORDER AFTER THE OTHER
      *    DEDUCTIONS, EACH CAPPED AT ITS REMAINING TARGET BALANCE
               MOVE WS-AGY-IX TO WS-AGY-FOUND-IX
           END-IF.

      *    REGULAR HOURS OVER THE STANDARD WEEK ARE PAID ON THE
      *    OVERTIME LINE
       3100-SPLIT-OVERTIME-HOURS.
           MOVE 'REG' TO WS-LINE-CODE
           MOVE 0 TO WS-EL-FOUND-IX
           PERFORM 2140-SCAN-EARNINGS-LINE
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT
                  OR WS-EL-FOUND-IX > 0
           IF WS-EL-FOUND-IX > 0
               IF WS-EL-HOURS (WS-EL-FOUND-IX) > WS-STD-HOURS
                   COMPUTE WS-OT-HOURS =
                       WS-EL-HOURS (WS-EL-FOUND-IX) - WS-STD-HOURS
                   MOVE WS-STD-HOURS TO WS-EL-HOURS (WS-EL-FOUND-IX)
                   MOVE 'OT ' TO WS-LINE-CODE
                   PERFORM 2110-FIND-EARNINGS-CODE
                   MOVE WS-OT-HOURS TO WS-LINE-HOURS
                   MOVE 0           TO WS-LINE-AMOUNT
                   PERFORM 2130-ADD-EARNINGS-LINE
               END-IF
           END-IF.

      *    A SALARIED EMPLOYEE IS PAID THE STANDARD WEEK ON THE
      *    REGULAR LINE WHATEVER REGULAR HOURS WERE KEYED
       3150-SET-SALARY-LINE.
           MOVE 'REG' TO WS-LINE-CODE
           PERFORM 2110-FIND-EARNINGS-CODE
           MOVE 0 TO WS-LINE-HOURS
           MOVE 0 TO WS-LINE-AMOUNT
           PERFORM 2130-ADD-EARNINGS-LINE
           MOVE WS-STD-HOURS TO WS-EL-HOURS (WS-EL-FOUND-IX).

       3200-PRICE-EARNINGS-LINE.
           MOVE WS-EL-ERN-IX (WS-EL-IX) TO WS-ERN-IX
           EVALUATE TRUE
               WHEN WS-ERN-AMOUNT-BASIS (WS-ERN-IX)
                   MOVE 0 TO WS-EL-RATE (WS-EL-IX)
                   MOVE WS-EL-AMOUNT (WS-EL-IX)
                       TO WS-EL-GROSS (WS-EL-IX)
               WHEN EMP-MST-SALARIED
                   AND WS-EL-CODE (WS-EL-IX) NOT = 'REG'
                   AND WS-ERN-COVERED-BY-SALARY (WS-ERN-IX)
                   MOVE 0 TO WS-EL-RATE (WS-EL-IX)
                   MOVE 0 TO WS-EL-GROSS (WS-EL-IX)
               WHEN OTHER
                   MOVE EMP-MST-PAY-RATE TO WS-EL-RATE (WS-EL-IX)
                   COMPUTE WS-EL-GROSS (WS-EL-IX) ROUNDED =
                       WS-EL-HOURS (WS-EL-IX) * EMP-MST-PAY-RATE
                       * WS-ERN-MULT (WS-ERN-IX)
                   ADD WS-EL-HOURS (WS-EL-IX) TO WS-ACCRUAL-HOURS
           END-EVALUATE
           IF WS-ERN-IS-TAXABLE (WS-ERN-IX)
               MOVE WS-EL-GROSS (WS-EL-IX) TO WS-EL-TAXABLE (WS-EL-IX)
           ELSE
               MOVE 0 TO WS-EL-TAXABLE (WS-EL-IX)
           END-IF
           ADD WS-EL-HOURS (WS-EL-IX)   TO WS-PERIOD-HOURS
           ADD WS-EL-GROSS (WS-EL-IX)   TO WS-PERIOD-GROSS
           ADD WS-EL-TAXABLE (WS-EL-IX) TO WS-TAXABLE-GROSS.

       3300-UPDATE-MASTER-YTD.
           MOVE EMP-MST-YTD-GROSS  TO WS-OLD-YTD-GROSS
                   PERFORM 3600-POST-DEDUCTION-DETAIL
                   PERFORM 3800-WRITE-PAY-POSTING
                   PERFORM 3850-APPLY-GARNISHMENT-UPDATES
                   IF NOT WS-RETRO-POSTING
                       PERFORM 3900-POST-LEAVE-ACTIVITY
                   END-IF
                   PERFORM 3970-POST-RETIREMENT-PLAN
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-PERIOD-GROSS  TO WS-TOTAL-GROSS
                   ADD WS-PERIOD-DEDUCT TO WS-TOTAL-DEDUCT
                   ADD WS-PERIOD-NET    TO WS-TOTAL-NET
                   PERFORM 4000-WRITE-REGISTER-LINE
                   PERFORM 5000-WRITE-DISBURSEMENT
                   PERFORM 6000-WRITE-EARNINGS-STATEMENT
                   PERFORM 7000-WRITE-PAY-DISTRIBUTION
           END-REWRITE.

       3400-LOG-YTD-CHANGES.
                   END-REWRITE
           END-READ.

      *    THE HOURS POSTINGS DOUBLE AS THE PERIOD MARKER 2150
      *    CHECKS, SO THEIR WRITES CAN NEVER HIT A DUPLICATE IN THE
      *    NORMAL FLOW. A RETRO POSTING IS KEYED BY THE RATE
      *    EFFECTIVE DATE AND IS THE MARKER 2650 CHECKS TO REFUSE
      *    A SECOND POSTING
               MOVE RTA-EMP-ID       TO PPH-EMP-ID
               MOVE RTA-EFF-DATE     TO PPH-PERIOD-END
               SET PPH-RETRO-ENTRY   TO TRUE
               MOVE SPACES           TO PPH-EARN-CODE
               MOVE 0                TO PPH-HOURS
               MOVE EMP-MST-PAY-RATE TO PPH-PAY-RATE
               MOVE WS-PERIOD-GROSS  TO PPH-GROSS
               MOVE WS-PERIOD-NUMBER TO PPH-PERIOD-NUMBER
               MOVE WS-TAXABLE-GROSS TO PPH-TAXABLE-GROSS
               PERFORM 3810-MOVE-POSTING-AMOUNTS
               WRITE PAY-POSTING-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - RETRO POSTING '
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           ELSE
               PERFORM 3820-WRITE-EARNINGS-POSTING
                   VARYING WS-EL-IX FROM 1 BY 1
                   UNTIL WS-EL-IX > WS-ELINE-COUNT
           END-IF.

       3810-MOVE-POSTING-AMOUNTS.
           MOVE WS-DED-TAX         TO PPH-TAX
           MOVE WS-DED-INS         TO PPH-INS
           MOVE WS-DED-RET         TO PPH-RET
           MOVE WS-DED-GRN         TO PPH-GRN
           MOVE WS-PERIOD-NET      TO PPH-NET.

      *    THE PAY'S DEDUCTION SPLIT AND NET GO ON THE FIRST LINE
      *    ONLY, SO THE LINES OF THE PERIOD ADD UP TO THE PAY. THE
      *    RATE IS POSTED ONLY ON LINES PRICED BY IT - EMPRET01
      *    RESCALES THOSE AND LEAVES FLAT AMOUNTS ALONE
       3820-WRITE-EARNINGS-POSTING.
           MOVE EMP-MST-ID                TO PPH-EMP-ID
           MOVE WS-PERIOD-END-DATE        TO PPH-PERIOD-END
           SET PPH-HOURS-ENTRY            TO TRUE
           MOVE WS-EL-CODE (WS-EL-IX)     TO PPH-EARN-CODE
           MOVE WS-EL-HOURS (WS-EL-IX)    TO PPH-HOURS
           MOVE WS-EL-RATE (WS-EL-IX)     TO PPH-PAY-RATE
           MOVE WS-EL-GROSS (WS-EL-IX)    TO PPH-GROSS
           MOVE WS-PERIOD-NUMBER          TO PPH-PERIOD-NUMBER
           MOVE WS-EL-TAXABLE (WS-EL-IX)  TO PPH-TAXABLE-GROSS
           IF WS-EL-IX = 1
               PERFORM 3810-MOVE-POSTING-AMOUNTS
           ELSE
               MOVE 0 TO PPH-TAX PPH-INS PPH-RET PPH-GRN PPH-NET
           END-IF
           WRITE PAY-POSTING-REC
               INVALID KEY
                   DISPLAY 'EMPPAY01 ERROR - PAY POSTING '
                       'WRITE FAILED FOR ' PPH-EMP-ID
                       ' CODE ' PPH-EARN-CODE
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

      *    THE HELD ORDER WITHHOLDINGS ARE APPLIED ONLY AFTER THE
      *    POSTING MARKER IS ON FILE, SO A RERUN AFTER AN ABEND
      *    SKIPS THE EMPLOYEE BEFORE IT COULD DECREMENT A TARGET
      *    BALANCE A SECOND TIME AND SHORT THE AGENCY
       3850-APPLY-GARNISHMENT-UPDATES.
           MOVE 0 TO WS-SGARN-COUNT
           PERFORM 3860-APPLY-ONE-ORDER-UPDATE
               VARYING WS-PG-IX FROM 1 BY 1
               UNTIL WS-PG-IX > WS-PGARN-COUNT
                   END-REWRITE
                   ADD WS-GARN-AMOUNT TO WS-GARN-TOTAL
                   PERFORM 3096-ACCUMULATE-AGENCY-TOTAL
                   MOVE 'G'              TO WS-PPD-TYPE
                   MOVE SPACES           TO WS-PPD-CODE
                   MOVE GRN-ORD-PRIORITY TO WS-PPD-PRIORITY
                   MOVE WS-GARN-AMOUNT   TO WS-PPD-AMOUNT
                   PERFORM 3990-WRITE-POST-DETAIL
                   ADD 1 TO WS-SGARN-COUNT
                   MOVE GRN-ORD-AGENCY
                       TO WS-SG-AGENCY (WS-SGARN-COUNT)
                   MOVE WS-GARN-AMOUNT
                       TO WS-SG-AMOUNT (WS-SGARN-COUNT)
           END-READ.

      *    LIKE THE ORDER UPDATES, THE BALANCES MOVE ONLY AFTER THE
      *    POSTING MARKER IS ON FILE SO A RERUN CANNOT TAKE OR
      *    ACCRUE THE SAME PERIOD'S LEAVE TWICE
       3900-POST-LEAVE-ACTIVITY.
           PERFORM 3910-TAKE-LEAVE-LINE
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT
           IF WS-ACCRUAL-HOURS > 0
               PERFORM 3920-ACCRUE-LEAVE
                   VARYING WS-LVA-IX FROM 1 BY 1
                   UNTIL WS-LVA-IX > WS-LVA-COUNT
           END-IF.

       3910-TAKE-LEAVE-LINE.
           MOVE WS-EL-ERN-IX (WS-EL-IX) TO WS-ERN-IX
           IF WS-ERN-LEAVE-TYPE (WS-ERN-IX) NOT = SPACES
               AND WS-EL-HOURS (WS-EL-IX) > 0
               MOVE WS-ERN-LEAVE-TYPE (WS-ERN-IX) TO WS-LEAVE-TYPE
               PERFORM 3950-READ-LEAVE-BALANCE
               IF WS-EL-HOURS (WS-EL-IX) > LVB-BALANCE
                   MOVE LVB-BALANCE TO WS-LEAVE-TAKEN
               ELSE
                   MOVE WS-EL-HOURS (WS-EL-IX) TO WS-LEAVE-TAKEN
               END-IF
               SUBTRACT WS-LEAVE-TAKEN FROM LVB-BALANCE
               PERFORM 3960-WRITE-LEAVE-BALANCE
               IF WS-LEAVE-TAKEN > 0
                   MOVE 'T'            TO WS-PPD-TYPE
                   MOVE WS-LEAVE-TYPE  TO WS-PPD-CODE
                   MOVE WS-LEAVE-TAKEN TO WS-PPD-AMOUNT
                   PERFORM 3990-WRITE-POST-DETAIL
               END-IF
           END-IF.

      *    A BALANCE ALREADY AT OR OVER THE CAP (SET BY HAND
      *    THROUGH LVEMNT01) EARNS NOTHING BUT IS NOT CUT BACK
       3920-ACCRUE-LEAVE.
           IF WS-LVA-EMP-TYPE (WS-LVA-IX) = EMP-MST-TYPE
               MOVE WS-LVA-LEAVE-TYPE (WS-LVA-IX) TO WS-LEAVE-TYPE
               PERFORM 3950-READ-LEAVE-BALANCE
               COMPUTE WS-LEAVE-ACCRUED ROUNDED =
                   WS-ACCRUAL-HOURS * WS-LVA-RATE (WS-LVA-IX)
               IF WS-LVA-MAX-BAL (WS-LVA-IX) > 0
                   IF LVB-BALANCE >= WS-LVA-MAX-BAL (WS-LVA-IX)
                       MOVE 0 TO WS-LEAVE-ACCRUED
                   ELSE
                       IF LVB-BALANCE + WS-LEAVE-ACCRUED
                           > WS-LVA-MAX-BAL (WS-LVA-IX)
                           COMPUTE WS-LEAVE-ACCRUED =
                               WS-LVA-MAX-BAL (WS-LVA-IX)
                               - LVB-BALANCE
                       END-IF
                   END-IF
               END-IF
               IF WS-LEAVE-ACCRUED > 0
                   ADD WS-LEAVE-ACCRUED TO LVB-BALANCE
                   PERFORM 3960-WRITE-LEAVE-BALANCE
                   MOVE 'A'              TO WS-PPD-TYPE
                   MOVE WS-LEAVE-TYPE    TO WS-PPD-CODE
                   MOVE WS-LEAVE-ACCRUED TO WS-PPD-AMOUNT
                   PERFORM 3990-WRITE-POST-DETAIL
               END-IF
           END-IF.

       3950-READ-LEAVE-BALANCE.
           MOVE 'N' TO WS-LVB-FOUND-SW
           MOVE EMP-MST-ID    TO LVB-EMP-ID
           MOVE WS-LEAVE-TYPE TO LVB-LEAVE-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE EMP-MST-ID    TO LVB-EMP-ID
                   MOVE WS-LEAVE-TYPE TO LVB-LEAVE-TYPE
                   MOVE 0             TO LVB-BALANCE
               NOT INVALID KEY
                   SET WS-LVB-ON-FILE TO TRUE
           END-READ.

       3960-WRITE-LEAVE-BALANCE.
           MOVE WS-PERIOD-NUMBER TO LVB-LAST-PERIOD
           IF WS-LVB-ON-FILE
               REWRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - LEAVE BALANCE '
                           'REWRITE FAILED FOR ' LVB-EMP-ID
                           ' ' LVB-LEAVE-TYPE
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - LEAVE BALANCE '
                           'WRITE FAILED FOR ' LVB-EMP-ID
                           ' ' LVB-LEAVE-TYPE
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

      *    LIKE THE ORDER AND LEAVE UPDATES, THE PLAN TOTALS MOVE
      *    ONLY AFTER THE POSTING MARKER IS ON FILE. A PARTICIPANT
      *    RECORD FIRST STARTED HERE (AN EMPLOYEE ON FILE BEFORE THE
      *    PLAN FILE) TAKES ITS EARLIER CONTRIBUTIONS FROM THE
      *    DEDUCTION DETAIL - THOSE WERE SENT TO THE RECORDKEEPER
      *    BY HAND - SO THE PLAN AGREES WITH THE DEDUCTION REGISTER
      *    FROM THE START
       3970-POST-RETIREMENT-PLAN.
           MOVE 'N' TO WS-RPL-FOUND-SW
           MOVE EMP-MST-ID TO RPL-EMP-ID
           READ RETIREMENT-PLAN-FILE
               INVALID KEY
                   PERFORM 3975-START-PLAN-RECORD
               NOT INVALID KEY
                   SET WS-RPL-ON-FILE TO TRUE
           END-READ
           ADD WS-DED-RET        TO RPL-YTD-EE-CONTRIB
           ADD WS-ER-MATCH       TO RPL-YTD-MATCH
           MOVE WS-PERIOD-NUMBER TO RPL-LAST-PERIOD
           IF WS-RPL-ON-FILE
               REWRITE RETIREMENT-PLAN-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - RETIREMENT PLAN '
                           'REWRITE FAILED FOR ' RPL-EMP-ID
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE RETIREMENT-PLAN-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - RETIREMENT PLAN '
                           'WRITE FAILED FOR ' RPL-EMP-ID
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF
           IF WS-ER-MATCH > 0
               MOVE 'M'         TO WS-PPD-TYPE
               MOVE SPACES      TO WS-PPD-CODE
               MOVE WS-ER-MATCH TO WS-PPD-AMOUNT
               PERFORM 3990-WRITE-POST-DETAIL
           END-IF
           IF WS-DED-RET > 0 OR WS-ER-MATCH > 0
               PERFORM 3980-WRITE-RECORDKEEPER-DETAIL
           END-IF.

       3975-START-PLAN-RECORD.
           MOVE EMP-MST-ID TO RPL-EMP-ID
           MOVE 0          TO RPL-HIRE-DATE
           MOVE 0          TO RPL-YTD-EE-CONTRIB
           MOVE 0          TO RPL-YTD-MATCH
           MOVE EMP-MST-ID TO DED-DTL-EMP-ID
           MOVE 'RET'      TO DED-DTL-CODE
           READ DEDUCTION-DETAIL-FILE
               INVALID KEY
                   MOVE 0 TO DED-DTL-YTD-AMOUNT
           END-READ
           IF DED-DTL-YTD-AMOUNT > WS-DED-RET
               COMPUTE RPL-YTD-EE-CONTRIB =
                   DED-DTL-YTD-AMOUNT - WS-DED-RET
           END-IF.

       3980-WRITE-RECORDKEEPER-DETAIL.
           SET RCN-DETAIL-REC      TO TRUE
           MOVE EMP-MST-ID         TO RCN-EMP-ID
           MOVE EMP-MST-NAME       TO RCN-EMP-NAME
           MOVE WS-PERIOD-END-DATE TO RCN-PERIOD-END
           MOVE WS-PERIOD-NUMBER   TO RCN-PERIOD-NUMBER
           MOVE WS-DED-RET         TO RCN-EE-AMOUNT
           MOVE WS-ER-MATCH        TO RCN-ER-AMOUNT
           WRITE RETIREMENT-CONTRIB-REC
           ADD 1           TO WS-RCN-COUNT
           ADD WS-DED-RET  TO WS-RCN-EE-TOTAL
           ADD WS-ER-MATCH TO WS-RCN-ER-TOTAL.

      *    THE DETAIL IS KEYED LIKE THE POSTING IT BELONGS TO. TWO
      *    EARNINGS LINES DRAWING ON THE SAME LEAVE TYPE ADD INTO
      *    ONE ENTRY
       3990-WRITE-POST-DETAIL.
           MOVE 'N' TO WS-PPD-FOUND-SW
           MOVE EMP-MST-ID  TO PPD-EMP-ID
           IF WS-RETRO-POSTING
               MOVE RTA-EFF-DATE TO PPD-PERIOD-END
               SET PPD-RETRO-ENTRY TO TRUE
           ELSE
               MOVE WS-PERIOD-END-DATE TO PPD-PERIOD-END
               SET PPD-HOURS-ENTRY TO TRUE
           END-IF
           MOVE WS-PPD-TYPE TO PPD-DETAIL-TYPE
           MOVE WS-PPD-CODE TO PPD-DETAIL-CODE
           READ PAY-POST-DETAIL-FILE
               INVALID KEY
                   MOVE 0 TO PPD-AMOUNT
               NOT INVALID KEY
                   SET WS-PPD-ON-FILE TO TRUE
           END-READ
           ADD WS-PPD-AMOUNT     TO PPD-AMOUNT
           MOVE WS-PERIOD-NUMBER TO PPD-PERIOD-NUMBER
           IF WS-PPD-ON-FILE
               REWRITE PAY-POST-DETAIL-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - POSTING DETAIL '
                           'REWRITE FAILED FOR ' PPD-EMP-ID
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE PAY-POST-DETAIL-REC
                   INVALID KEY
                       DISPLAY 'EMPPAY01 ERROR - POSTING DETAIL '
                           'WRITE FAILED FOR ' PPD-EMP-ID
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

       4000-WRITE-REGISTER-LINE.
           MOVE EMP-MST-ID       TO REG-EMP-ID
           MOVE EMP-MST-NAME     TO REG-EMP-NAME
           MOVE EMP-MST-TYPE     TO REG-TYPE
           MOVE WS-PERIOD-HOURS  TO REG-HOURS
           MOVE WS-PERIOD-GROSS  TO REG-GROSS
           MOVE WS-PERIOD-DEDUCT TO REG-DEDUCT
           MOVE WS-PERIOD-NET    TO REG-NET
           MOVE PAY-REGISTER-DETAIL-LINE TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           PERFORM 4050-WRITE-EARNINGS-LINE
               VARYING WS-EL-IX FROM 1 BY 1
               UNTIL WS-EL-IX > WS-ELINE-COUNT.

       4050-WRITE-EARNINGS-LINE.
           MOVE WS-EL-ERN-IX (WS-EL-IX)  TO WS-ERN-IX
           MOVE WS-EL-CODE (WS-EL-IX)    TO REG-ERN-CODE
           MOVE WS-ERN-DESC (WS-ERN-IX)  TO REG-ERN-DESC
           MOVE WS-EL-HOURS (WS-EL-IX)   TO REG-ERN-HOURS
           MOVE WS-EL-GROSS (WS-EL-IX)   TO REG-ERN-GROSS
           EVALUATE TRUE
               WHEN WS-EL-GROSS (WS-EL-IX) = 0
                   AND EMP-MST-SALARIED
                   AND WS-ERN-COVERED-BY-SALARY (WS-ERN-IX)
                   MOVE 'COVERED BY SALARY' TO REG-ERN-NOTE
               WHEN NOT WS-ERN-IS-TAXABLE (WS-ERN-IX)
                   MOVE 'NON-TAXABLE'       TO REG-ERN-NOTE
               WHEN OTHER
                   MOVE SPACES              TO REG-ERN-NOTE
           END-EVALUATE
           MOVE PAY-REGISTER-EARN-LINE TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE.

       4100-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-GROUP-EMP-ID  TO REG-EMP-ID
           MOVE SPACES           TO REG-EMP-NAME
           MOVE SPACE            TO REG-TYPE
           MOVE 0                TO REG-HOURS

       4200-WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE WS-GROUP-EMP-ID  TO REG-EMP-ID
           MOVE EMP-MST-NAME     TO REG-EMP-NAME
           MOVE EMP-MST-TYPE     TO REG-TYPE
           MOVE 0                TO REG-HOURS
           WRITE PAY-REGISTER-LINE.

       5000-WRITE-DISBURSEMENT.
           MOVE 0 TO WS-SDEP-COUNT
           MOVE 0 TO WS-STUB-CHECK-SERIAL
           MOVE 0 TO WS-EMP-DEPOSIT
           MOVE 0 TO WS-EMP-CHECK
           IF WS-BANK-AVAILABLE
               PERFORM 5100-LOAD-BANK-ACCOUNTS
           ELSE
           IF WS-BANK-COUNT = 0
               ADD 1 TO WS-NOBANK-COUNT
               ADD WS-PERIOD-NET TO WS-CHECK-TOTAL
               MOVE WS-PERIOD-NET TO WS-EMP-CHECK
               IF WS-PERIOD-NET > 0
                   PERFORM 5300-WRITE-PAPER-CHECK
               END-IF
           ELSE
               PERFORM 5200-DISTRIBUTE-NET
           END-IF.
               WRITE DISBURSEMENT-PAYMENT-REC
               ADD 1 TO WS-PAYMENT-COUNT
               ADD WS-DIST-AMOUNT TO WS-DEPOSIT-TOTAL
               ADD WS-DIST-AMOUNT TO WS-EMP-DEPOSIT
               ADD 1 TO WS-SDEP-COUNT
               MOVE WS-BNK-ROUTING (WS-BANK-IX)
                   TO WS-SD-ROUTING (WS-SDEP-COUNT)
               MOVE WS-BNK-ACCOUNT (WS-BANK-IX)
                   TO WS-SD-ACCOUNT (WS-SDEP-COUNT)
               MOVE WS-DIST-AMOUNT TO WS-SD-AMOUNT (WS-SDEP-COUNT)
           END-IF.

      *    THE CHECK IS RECORDED ON THE HISTORY FIRST - IF THAT
      *    WRITE FAILS NOTHING IS PRINTED OR SENT TO THE BANK UNDER
      *    A SERIAL THE HISTORY DOES NOT KNOW ABOUT
       5300-WRITE-PAPER-CHECK.
           MOVE 'N' TO WS-SERIAL-FREE-SW
           PERFORM 5350-TAKE-NEXT-SERIAL
               UNTIL WS-SERIAL-FREE
           MOVE WS-LAST-SERIAL     TO CKH-SERIAL
           MOVE EMP-MST-ID         TO CKH-EMP-ID
           MOVE WS-PERIOD-NUMBER   TO CKH-PERIOD-NUMBER
           MOVE WS-CHECK-DATE      TO CKH-CHECK-DATE
           MOVE WS-PERIOD-NET      TO CKH-AMOUNT
           SET CKH-ISSUED          TO TRUE
           MOVE WS-CURRENT-DATE    TO CKH-STATUS-DATE
           MOVE 0                  TO CKH-ORIG-SERIAL
           MOVE 0                  TO CKH-REPLACED-BY
           WRITE CHECK-HISTORY-REC
               INVALID KEY
                   DISPLAY 'EMPPAY01 ERROR - CHECK HISTORY WRITE '
                       'FAILED FOR SERIAL ' CKH-SERIAL
                       ', STATUS ' WS-CKH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 5400-ISSUE-CHECK
           END-WRITE.

       5350-TAKE-NEXT-SERIAL.
           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL TO CKH-SERIAL
           READ CHECK-HISTORY-FILE
               INVALID KEY
                   SET WS-SERIAL-FREE TO TRUE
               NOT INVALID KEY
                   DISPLAY 'EMPPAY01 WARNING - CHECK SERIAL '
                       WS-LAST-SERIAL ' ALREADY ON CHECK HISTORY, '
                       'PASSED OVER'
           END-READ.

       5400-ISSUE-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-LAST-SERIAL TO WS-STUB-CHECK-SERIAL
           IF WS-CHECK-COUNT = 1
               MOVE WS-LAST-SERIAL TO WS-FIRST-SERIAL
           END-IF
           MOVE WS-LAST-SERIAL     TO CKP-SERIAL
           MOVE WS-CHECK-DATE      TO CKP-CHECK-DATE
           MOVE EMP-MST-ID         TO CKP-EMP-ID
           MOVE EMP-MST-NAME       TO CKP-PAYEE-NAME
           MOVE WS-PERIOD-NET      TO CKP-AMOUNT
           MOVE WS-PERIOD-NUMBER   TO CKP-PERIOD-NUMBER
           WRITE CHECK-PRINT-REC
           SET PPI-ISSUE-REC       TO TRUE
           MOVE WS-CHECK-ACCOUNT   TO PPI-ACCOUNT
           MOVE WS-LAST-SERIAL     TO PPI-SERIAL
           MOVE WS-CHECK-DATE      TO PPI-ISSUE-DATE
           MOVE WS-PERIOD-NET      TO PPI-AMOUNT
           MOVE EMP-MST-NAME       TO PPI-PAYEE-NAME
           WRITE POSITIVE-PAY-ISSUE-REC
           ADD WS-PERIOD-NET TO WS-PPAY-TOTAL
           MOVE WS-LAST-SERIAL     TO CKR-SERIAL
           MOVE EMP-MST-ID         TO CKR-EMP-ID
           MOVE EMP-MST-NAME       TO CKR-EMP-NAME
           MOVE WS-PERIOD-NET      TO CKR-AMOUNT
           MOVE REG-MESSAGE        TO CKR-MESSAGE
           MOVE CHECK-REGISTER-DETAIL-LINE TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE.

      *    THE YEAR-TO-DATE FIGURES ARE READ AFTER THIS PERIOD HAS
      *    POSTED, SO THE STATEMENT SHOWS THE TOTALS AS THEY NOW
      *    STAND ON THE MASTER AND THE DEDUCTION DETAIL FILE
       6000-WRITE-EARNINGS-STATEMENT.
           MOVE WS-PERIOD-NUMBER TO STB-PERIOD
           MOVE WS-END-MM        TO STB-END-MM
           MOVE WS-END-DD        TO STB-END-DD
           MOVE WS-END-CCYY      TO STB-END-CCYY
           MOVE WS-CHK-MM        TO STB-CHK-MM
           MOVE WS-CHK-DD        TO STB-CHK-DD
           MOVE WS-CHK-CCYY      TO STB-CHK-CCYY
           MOVE PAY-STUB-HDR1 TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           MOVE EMP-MST-ID       TO STB-EMP-ID
           MOVE EMP-MST-NAME     TO STB-EMP-NAME
           MOVE EMP-MST-DEPT     TO STB-DEPT
           MOVE EMP-MST-TYPE     TO STB-TYPE
           MOVE EMP-MST-PAY-RATE TO STB-RATE
           MOVE PAY-STUB-EMP-LINE TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           MOVE PAY-STUB-COLUMN-HDR TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           PERFORM 6100-WRITE-STUB-EARNINGS
           MOVE 'GROSS PAY'        TO STB-DESC
           MOVE 0                  TO STB-HOURS
           MOVE WS-PERIOD-GROSS    TO STB-CURRENT
           MOVE EMP-MST-YTD-GROSS  TO STB-YTD
           PERFORM 6900-WRITE-STUB-ITEM
           MOVE 'TAX'              TO WS-STUB-CODE
           MOVE 'TAX WITHHELD'     TO WS-STUB-DESC
           MOVE WS-DED-TAX         TO WS-STUB-CURRENT
           PERFORM 6200-WRITE-STUB-DEDUCTION
           MOVE 'INS'              TO WS-STUB-CODE
           MOVE 'INSURANCE'        TO WS-STUB-DESC
           MOVE WS-DED-INS         TO WS-STUB-CURRENT
           PERFORM 6200-WRITE-STUB-DEDUCTION
           MOVE 'RET'              TO WS-STUB-CODE
           MOVE 'RETIREMENT'       TO WS-STUB-DESC
           MOVE WS-DED-RET         TO WS-STUB-CURRENT
           PERFORM 6200-WRITE-STUB-DEDUCTION
           MOVE 'GRN'              TO WS-STUB-CODE
           MOVE 'GARNISHMENTS'     TO WS-STUB-DESC
           MOVE WS-DED-GRN         TO WS-STUB-CURRENT
           PERFORM 6200-WRITE-STUB-DEDUCTION
           PERFORM 6300-WRITE-STUB-AGENCY
               VARYING WS-SG-IX FROM 1 BY 1
               UNTIL WS-SG-IX > WS-SGARN-COUNT
           MOVE 'TOTAL DEDUCTIONS'  TO STB-DESC
           MOVE 0                   TO STB-HOURS
           MOVE WS-PERIOD-DEDUCT    TO STB-CURRENT
           MOVE EMP-MST-YTD-DEDUCT  TO STB-YTD
           PERFORM 6900-WRITE-STUB-ITEM
           MOVE 'NET PAY'           TO STB-DESC
           MOVE 0                   TO STB-HOURS
           MOVE WS-PERIOD-NET       TO STB-CURRENT
           MOVE EMP-MST-YTD-NET     TO STB-YTD
           PERFORM 6900-WRITE-STUB-ITEM
           PERFORM 6400-WRITE-STUB-DEPOSIT
               VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SDEP-COUNT
           IF WS-STUB-CHECK-SERIAL > 0
               MOVE WS-STUB-CHECK-SERIAL TO STB-CHECK-SERIAL
               MOVE WS-PERIOD-NET        TO STB-CHK-AMOUNT
               MOVE PAY-STUB-CHECK-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF
           MOVE PAY-STUB-RULE-LINE TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE.

       6100-WRITE-STUB-EARNINGS.
           MOVE 0 TO STB-YTD
           EVALUATE TRUE
               WHEN WS-RETRO-POSTING
                   MOVE REG-MESSAGE      TO STB-DESC
                   MOVE 0                TO STB-HOURS
                   MOVE WS-PERIOD-GROSS  TO STB-CURRENT
                   PERFORM 6900-WRITE-STUB-ITEM
               WHEN OTHER
                   PERFORM 6150-WRITE-STUB-EARNINGS-LINE
                       VARYING WS-EL-IX FROM 1 BY 1
                       UNTIL WS-EL-IX > WS-ELINE-COUNT
           END-EVALUATE.

       6150-WRITE-STUB-EARNINGS-LINE.
           MOVE WS-EL-ERN-IX (WS-EL-IX) TO WS-ERN-IX
           IF EMP-MST-SALARIED AND WS-EL-CODE (WS-EL-IX) = 'REG'
               MOVE 'SALARY'                TO STB-DESC
           ELSE
               MOVE WS-ERN-DESC (WS-ERN-IX) TO STB-DESC
           END-IF
           MOVE WS-EL-HOURS (WS-EL-IX)      TO STB-HOURS
           MOVE WS-EL-GROSS (WS-EL-IX)      TO STB-CURRENT
           PERFORM 6900-WRITE-STUB-ITEM.

       6200-WRITE-STUB-DEDUCTION.
           MOVE EMP-MST-ID   TO DED-DTL-EMP-ID
           MOVE WS-STUB-CODE TO DED-DTL-CODE
           READ DEDUCTION-DETAIL-FILE
               INVALID KEY
                   MOVE 0 TO STB-YTD
               NOT INVALID KEY
                   MOVE DED-DTL-YTD-AMOUNT TO STB-YTD
           END-READ
           MOVE WS-STUB-DESC    TO STB-DESC
           MOVE 0               TO STB-HOURS
           MOVE WS-STUB-CURRENT TO STB-CURRENT
           PERFORM 6900-WRITE-STUB-ITEM.

       6300-WRITE-STUB-AGENCY.
           MOVE SPACES TO STB-DESC
           MOVE WS-SG-AGENCY (WS-SG-IX) TO STB-DESC (3:20)
           MOVE 0                       TO STB-HOURS
           MOVE WS-SG-AMOUNT (WS-SG-IX) TO STB-CURRENT
           MOVE 0                       TO STB-YTD
           PERFORM 6900-WRITE-STUB-ITEM.

       6400-WRITE-STUB-DEPOSIT.
           MOVE WS-SD-ROUTING (WS-SD-IX) TO STB-ROUTING
           MOVE WS-SD-ACCOUNT (WS-SD-IX) TO STB-ACCOUNT
           MOVE WS-SD-AMOUNT (WS-SD-IX)  TO STB-DEP-AMOUNT
           MOVE PAY-STUB-DEPOSIT-LINE TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE.

       6900-WRITE-STUB-ITEM.
           MOVE PAY-STUB-ITEM-LINE TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE.

       7000-WRITE-PAY-DISTRIBUTION.
           SET PDE-EMPLOYEE-REC    TO TRUE
           MOVE EMP-MST-ID         TO PDE-EMP-ID
           MOVE EMP-MST-DEPT       TO PDE-DEPT
           MOVE WS-PERIOD-NUMBER   TO PDE-PERIOD-NUMBER
           MOVE WS-PERIOD-GROSS    TO PDE-GROSS
           MOVE WS-DED-TAX         TO PDE-TAX
           MOVE WS-DED-INS         TO PDE-INS
           MOVE WS-DED-RET         TO PDE-RET
           MOVE WS-DED-GRN         TO PDE-GRN
           MOVE WS-PERIOD-NET      TO PDE-NET
           MOVE WS-EMP-DEPOSIT     TO PDE-DEPOSIT
           MOVE WS-EMP-CHECK       TO PDE-CHECK
           WRITE PAY-DIST-EMP-REC
           PERFORM 7100-WRITE-DIST-GARNISHMENT
               VARYING WS-SG-IX FROM 1 BY 1
               UNTIL WS-SG-IX > WS-SGARN-COUNT.

       7100-WRITE-DIST-GARNISHMENT.
           SET PDE-GARNISHMENT-REC TO TRUE
           MOVE EMP-MST-ID                TO PDG-EMP-ID
           MOVE WS-SG-AGENCY (WS-SG-IX)   TO PDG-AGENCY
           MOVE WS-SG-AMOUNT (WS-SG-IX)   TO PDG-AMOUNT
           WRITE PAY-DIST-GARN-REC.

       9000-TERMINATION.
           MOVE WS-PAID-COUNT    TO REG-TOT-PAID
           MOVE WS-TOTAL-GROSS   TO REG-TOT-GROSS
           MOVE WS-DEPOSIT-TOTAL TO DDT-TOTAL-NET
           WRITE DISBURSEMENT-TRAILER-REC
           CLOSE DISBURSEMENT-FILE
           CLOSE PAY-STUB-FILE
           SET PDE-TRAILER-REC    TO TRUE
           MOVE WS-PERIOD-NUMBER  TO PDT-PERIOD-NUMBER
           MOVE WS-PERIOD-END-DATE TO PDT-PERIOD-END
           MOVE WS-CHECK-DATE     TO PDT-CHECK-DATE
           MOVE WS-PAID-COUNT     TO PDT-EMP-COUNT
           MOVE WS-TOTAL-GROSS    TO PDT-TOTAL-GROSS
           MOVE WS-TOTAL-DEDUCT   TO PDT-TOTAL-DEDUCT
           MOVE WS-TOTAL-NET      TO PDT-TOTAL-NET
           WRITE PAY-DIST-TRAILER-REC
           CLOSE PAY-DIST-FILE
           SET RCT-TRAILER-REC    TO TRUE
           MOVE WS-RCN-COUNT      TO RCT-RECORD-COUNT
           MOVE WS-RCN-EE-TOTAL   TO RCT-EE-TOTAL
           MOVE WS-RCN-ER-TOTAL   TO RCT-ER-TOTAL
           MOVE WS-PERIOD-END-DATE TO RCT-PERIOD-END
           WRITE RETIREMENT-CONTRIB-TRAILER
           CLOSE RETIREMENT-CONTRIB-FILE
           PERFORM 9250-FINISH-CHECK-FILES
           PERFORM 9300-WRITE-DISBURSEMENT-SUMMARY
           PERFORM 9400-MARK-PERIOD-PAID
           IF WS-BANK-AVAILABLE
               CLOSE DEDUCTION-ELECTION-FILE
           END-IF
           CLOSE PAY-POSTING-FILE
           CLOSE PAY-POST-DETAIL-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE RETIREMENT-PLAN-FILE
           IF WS-RETRO-AVAILABLE
               CLOSE RETRO-ADJ-FILE
           END-IF
           MOVE GRN-REMIT-DETAIL-LINE TO GRN-REMIT-LINE
           WRITE GRN-REMIT-LINE.

      *    THE POSITIVE-PAY ISSUES MUST ADD TO THE PAY-BY-CHECK
      *    TOTAL OR THE FILE CANNOT GO TO THE BANK. THE LAST SERIAL
      *    USED IS SAVED BACK TO THE CONTROL RECORD FOR THE NEXT RUN
       9250-FINISH-CHECK-FILES.
           MOVE WS-CHECK-COUNT  TO CKR-TOT-COUNT
           MOVE WS-FIRST-SERIAL TO CKR-TOT-FIRST
           IF WS-CHECK-COUNT > 0
               MOVE WS-LAST-SERIAL TO CKR-TOT-LAST
           ELSE
               MOVE 0 TO CKR-TOT-LAST
           END-IF
           MOVE WS-PPAY-TOTAL   TO CKR-TOT-AMOUNT
           MOVE CHECK-REGISTER-TOTAL-LINE TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           CLOSE CHECK-REGISTER-FILE
           SET PPT-TRAILER-REC  TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PPT-ACCOUNT
           MOVE WS-CHECK-COUNT  TO PPT-RECORD-COUNT
           MOVE WS-PPAY-TOTAL   TO PPT-ISSUE-TOTAL
           MOVE 0               TO PPT-VOID-TOTAL
           WRITE POSITIVE-PAY-TRAILER-REC
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE CHECK-HISTORY-FILE
           MOVE WS-LAST-SERIAL   TO CKC-LAST-SERIAL
           MOVE WS-CHECK-ACCOUNT TO CKC-ACCOUNT
           OPEN OUTPUT CHECK-CONTROL-FILE
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE
           IF WS-PPAY-TOTAL NOT = WS-CHECK-TOTAL
               DISPLAY 'EMPPAY01 ERROR - POSITIVE PAY TOTAL '
                   WS-PPAY-TOTAL ' DOES NOT BALANCE TO PAY BY '
                   'CHECK TOTAL ' WS-CHECK-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    DEPOSITS PLUS THE PAY-BY-CHECK REMAINDER MUST EQUAL THE
      *    REGISTER NET - THAT IS THE BALANCE TREASURY PROVES
      *    BEFORE FUNDING THE TRANSFER
           MOVE WS-CHECK-TOTAL             TO DDS-AMOUNT
           MOVE DD-SUMMARY-AMOUNT-LINE TO DD-SUMMARY-LINE
           WRITE DD-SUMMARY-LINE
           MOVE 'PAPER CHECKS ISSUED'      TO DDS-COUNT-LABEL
           MOVE WS-CHECK-COUNT             TO DDS-COUNT
           MOVE DD-SUMMARY-COUNT-LINE TO DD-SUMMARY-LINE
           WRITE DD-SUMMARY-LINE
           MOVE 'POSITIVE PAY ISSUE TOTAL' TO DDS-AMT-LABEL
           MOVE WS-PPAY-TOTAL              TO DDS-AMOUNT
           MOVE DD-SUMMARY-AMOUNT-LINE TO DD-SUMMARY-LINE
           WRITE DD-SUMMARY-LINE
           MOVE 'REGISTER NET TO BALANCE'  TO DDS-AMT-LABEL
           MOVE WS-TOTAL-NET               TO DDS-AMOUNT
           MOVE DD-SUMMARY-AMOUNT-LINE TO DD-SUMMARY-LINE
