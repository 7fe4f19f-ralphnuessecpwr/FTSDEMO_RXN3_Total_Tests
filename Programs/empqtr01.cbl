       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPQTR01.
      *
      *    QUARTERLY WAGE AND WITHHOLDING REPORT
      *    THE CONTROL CARD NAMES THE TAX YEAR, THE QUARTER AND THE
      *    UNEMPLOYMENT WAGE BASE. EVERY EMPLOYEE ON THE MASTER HAS
      *    THEIR PAY POSTINGS BROWSED, AND EACH POSTING IS PLACED IN
      *    THE QUARTER OF THE CHECK DATE OF THE PAY PERIOD THAT PAID
      *    IT - WAGES BELONG TO THE QUARTER THEY WERE PAID IN, NOT
      *    THE QUARTER THEY WERE EARNED IN, SO A RETRO CATCH-UP
      *    LANDS WITH THE RUN THAT PAID IT. GROSS IS TAKEN AS PAID:
      *    NET PLUS THE DEDUCTION SPLIT ON THE POSTING, WHICH A
      *    LATER RETRO RESCALE OF THE POSTED GROSS DOES NOT CHANGE.
      *    FOR THE QUARTER EACH EMPLOYEE SHOWS GROSS, TAXABLE WAGES,
      *    TAX WITHHELD AND THE TAXABLE WAGES ABOVE THE WAGE BASE
      *    ONCE THE EARLIER QUARTERS OF THE YEAR HAVE USED IT UP,
      *    WITH COMPANY TOTALS AT THE END. THE FOUR QUARTERS ARE
      *    ALSO ADDED UP AND PROVED AGAINST THE MASTER YTD GROSS,
      *    DEDUCT AND NET; AN EMPLOYEE WHO DISAGREES IS FLAGGED WITH
      *    BOTH SETS OF FIGURES AND THE STEP ENDS WITH RC 4. THE
      *    PROOF IS ONLY MEANINGFUL FOR THE YEAR THE MASTER YTD
      *    FIELDS ARE CARRYING. YTD BROUGHT OVER FROM THE PRIOR
      *    SYSTEM HAS NO POSTINGS BEHIND IT AND WILL SHOW HERE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTER-CONTROL-FILE
               ASSIGN TO 'QTRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTC-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-POSTING-FILE
               ASSIGN TO 'PAYPOST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PPH-FILE-STATUS.

           SELECT PAY-PERIOD-FILE
               ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-NUMBER
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT QUARTER-REPORT-FILE
               ASSIGN TO 'QTRWAGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTER-CONTROL-FILE
           RECORDING MODE IS F.
       COPY qtrctl1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  PAY-POSTING-FILE.
       COPY paypost1.

       FD  PAY-PERIOD-FILE.
       COPY payprd1.

       FD  QUARTER-REPORT-FILE
           RECORDING MODE IS F.
       01  QUARTER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY qtrrpt1.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SW           PIC X         VALUE 'N'.
               88  WS-MST-END-OF-FILE                VALUE 'Y'.
           05  WS-PPH-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-POSTINGS-AVAILABLE             VALUE 'Y'.
           05  WS-CHAIN-DONE-SW        PIC X         VALUE 'N'.
               88  WS-CHAIN-DONE                     VALUE 'Y'.
           05  WS-MISMATCH-SW          PIC X         VALUE 'N'.
               88  WS-YTD-MISMATCH                   VALUE 'Y'.

       01  WS-QTC-FILE-STATUS          PIC X(2).
       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-PPH-FILE-STATUS          PIC X(2).
       01  WS-PRD-FILE-STATUS          PIC X(2).

      *    ONE BUCKET PER QUARTER OF THE TAX YEAR FOR THE EMPLOYEE
      *    BEING REPORTED
       01  WS-QUARTER-TABLE.
           05  WS-QUARTER-ENTRY OCCURS 4 TIMES.
               10  WS-QA-GROSS         PIC 9(7)V99.
               10  WS-QA-TAXABLE       PIC 9(7)V99.
               10  WS-QA-TAX           PIC 9(7)V99.
               10  WS-QA-DEDUCT        PIC 9(7)V99.
               10  WS-QA-NET           PIC 9(7)V99.

       01  WS-TABLE-SUBSCRIPTS.
           05  WS-QX                   PIC 9.
           05  WS-POST-QUARTER         PIC 9.

       01  WS-POSTING-WORK.
           05  WS-POST-DEDUCT          PIC 9(7)V99.
           05  WS-POST-GROSS           PIC 9(7)V99.
           05  WS-POST-CHECK-DATE      PIC 9(8).
           05  WS-POST-CHECK-PARTS REDEFINES WS-POST-CHECK-DATE.
               10  WS-POST-CHK-CCYY    PIC 9(4).
               10  WS-POST-CHK-MM      PIC 99.
               10  WS-POST-CHK-DD      PIC 99.

       01  WS-EMPLOYEE-WORK.
           05  WS-PRIOR-TAXABLE        PIC 9(7)V99.
           05  WS-BASE-REMAINING       PIC 9(7)V99.
           05  WS-EMP-EXCESS           PIC 9(7)V99.
           05  WS-YEAR-GROSS           PIC 9(7)V99.
           05  WS-YEAR-DEDUCT          PIC 9(7)V99.
           05  WS-YEAR-NET             PIC 9(7)V99.

       01  WS-RECON-MESSAGE.
           05  WS-RECON-PREFIX         PIC X(9)      VALUE 'MISMATCH:'.
           05  WS-RECON-GROSS          PIC X(6).
           05  WS-RECON-DEDUCT         PIC X(4).
           05  WS-RECON-NET            PIC X(4).

       01  WS-COMPANY-TOTALS.
           05  WS-TOT-EMP-COUNT        PIC 9(6)      VALUE 0.
           05  WS-TOT-GROSS            PIC 9(9)V99   VALUE 0.
           05  WS-TOT-TAXABLE          PIC 9(9)V99   VALUE 0.
           05  WS-TOT-TAX              PIC 9(9)V99   VALUE 0.
           05  WS-TOT-EXCESS           PIC 9(9)V99   VALUE 0.
           05  WS-TOT-SUBJECT          PIC 9(9)V99   VALUE 0.

       01  WS-COUNTERS.
           05  WS-EMPLOYEES-READ       PIC 9(6)      VALUE 0.
           05  WS-POSTINGS-READ        PIC 9(7)      VALUE 0.
           05  WS-POSTINGS-NO-PERIOD   PIC 9(6)      VALUE 0.
           05  WS-MISMATCH-COUNT       PIC 9(6)      VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-EMPLOYEES
           PERFORM 8000-PRINT-COMPANY-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT QUARTER-CONTROL-FILE
           IF WS-QTC-FILE-STATUS NOT = '00'
               DISPLAY 'EMPQTR01 ERROR - QUARTER CONTROL FILE OPEN '
                   'FAILED, STATUS ' WS-QTC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ QUARTER-CONTROL-FILE
               AT END
                   DISPLAY 'EMPQTR01 ERROR - QUARTER CONTROL FILE '
                       'IS EMPTY, JOB ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE QUARTER-CONTROL-FILE
           IF QTC-TAX-YEAR NOT NUMERIC
               OR QTC-QUARTER NOT NUMERIC
               OR QTC-WAGE-BASE NOT NUMERIC
               OR NOT QTC-VALID-QUARTER
               DISPLAY 'EMPQTR01 ERROR - INVALID QUARTER CONTROL '
                   'RECORD, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'EMPQTR01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PRD-FILE-STATUS NOT = '00'
               DISPLAY 'EMPQTR01 ERROR - PAY CALENDAR FILE OPEN '
                   'FAILED, STATUS ' WS-PRD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-POSTING-FILE
           IF WS-PPH-FILE-STATUS = '00'
               SET WS-POSTINGS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'EMPQTR01 WARNING - PAY POSTING FILE NOT '
                   'AVAILABLE, STATUS ' WS-PPH-FILE-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT QUARTER-REPORT-FILE
           MOVE QTC-TAX-YEAR  TO QTR-HDR-YEAR
           MOVE QTC-QUARTER   TO QTR-HDR-QUARTER
           MOVE QTC-WAGE-BASE TO QTR-HDR-BASE
           MOVE WS-CURR-MM    TO QTR-RUN-MM
           MOVE WS-CURR-DD    TO QTR-RUN-DD
           MOVE WS-CURR-CCYY  TO QTR-RUN-CCYY
           MOVE QTR-REPORT-HDR1 TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE QTR-REPORT-HDR2 TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE SPACES TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE QTR-REPORT-HDR3 TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE.

       2000-PROCESS-EMPLOYEES.
           PERFORM UNTIL WS-MST-END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MST-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-MST-END-OF-FILE
                   ADD 1 TO WS-EMPLOYEES-READ
                   PERFORM 2100-REPORT-EMPLOYEE
               END-IF
           END-PERFORM.

       2100-REPORT-EMPLOYEE.
           INITIALIZE WS-QUARTER-TABLE
           IF WS-POSTINGS-AVAILABLE
               MOVE 'N' TO WS-CHAIN-DONE-SW
               MOVE EMP-MST-ID TO PPH-EMP-ID
               MOVE 0 TO PPH-PERIOD-END
               MOVE LOW-VALUES TO PPH-ENTRY-TYPE
               START PAY-POSTING-FILE
                   KEY IS NOT LESS THAN PPH-KEY
                   INVALID KEY
                       SET WS-CHAIN-DONE TO TRUE
               END-START
               PERFORM 2200-ACCUMULATE-ONE-POSTING
                   UNTIL WS-CHAIN-DONE
           END-IF
           PERFORM 2400-COMPUTE-EXCESS-WAGES
           PERFORM 2500-RECONCILE-YEAR-TO-DATE
           IF WS-QA-GROSS (QTC-QUARTER) > 0
               OR WS-QA-TAXABLE (QTC-QUARTER) > 0
               OR WS-YTD-MISMATCH
               PERFORM 2600-WRITE-EMPLOYEE-LINE
           END-IF.

       2200-ACCUMULATE-ONE-POSTING.
           READ PAY-POSTING-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPH-EMP-ID = EMP-MST-ID
                   ADD 1 TO WS-POSTINGS-READ
                   PERFORM 2300-PLACE-POSTING
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

      *    THE POSTING CARRIES THE NUMBER OF THE PERIOD THAT PAID
      *    IT; THE CALENDAR GIVES THAT PERIOD'S CHECK DATE, AND THE
      *    CHECK DATE DECIDES THE YEAR AND QUARTER
       2300-PLACE-POSTING.
           MOVE PPH-PERIOD-NUMBER TO PRD-NUMBER
           READ PAY-PERIOD-FILE
               INVALID KEY
                   ADD 1 TO WS-POSTINGS-NO-PERIOD
                   DISPLAY 'EMPQTR01 WARNING - POSTING FOR '
                       PPH-EMP-ID ' ' PPH-PERIOD-END
                       ' NAMES PERIOD ' PPH-PERIOD-NUMBER
                       ' NOT ON THE CALENDAR'
                   MOVE 0 TO WS-POST-CHECK-DATE
               NOT INVALID KEY
                   MOVE PRD-CHECK-DATE TO WS-POST-CHECK-DATE
           END-READ
           IF WS-POST-CHECK-DATE > 0
               AND WS-POST-CHK-CCYY = QTC-TAX-YEAR
               COMPUTE WS-POST-QUARTER = (WS-POST-CHK-MM + 2) / 3
               COMPUTE WS-POST-DEDUCT =
                   PPH-TAX + PPH-INS + PPH-RET + PPH-GRN
               COMPUTE WS-POST-GROSS = PPH-NET + WS-POST-DEDUCT
               ADD WS-POST-GROSS     TO WS-QA-GROSS (WS-POST-QUARTER)
               ADD PPH-TAXABLE-GROSS
                   TO WS-QA-TAXABLE (WS-POST-QUARTER)
               ADD PPH-TAX           TO WS-QA-TAX (WS-POST-QUARTER)
               ADD WS-POST-DEDUCT    TO WS-QA-DEDUCT (WS-POST-QUARTER)
               ADD PPH-NET           TO WS-QA-NET (WS-POST-QUARTER)
           END-IF.

      *    THE WAGE BASE IS AN ANNUAL LIMIT: WHAT THE EARLIER
      *    QUARTERS' TAXABLE WAGES HAVE ALREADY USED IS NOT
      *    AVAILABLE TO THIS QUARTER
       2400-COMPUTE-EXCESS-WAGES.
           MOVE 0 TO WS-PRIOR-TAXABLE
           PERFORM 2410-ADD-PRIOR-QUARTER
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX NOT < QTC-QUARTER
           IF WS-PRIOR-TAXABLE NOT < QTC-WAGE-BASE
               MOVE WS-QA-TAXABLE (QTC-QUARTER) TO WS-EMP-EXCESS
           ELSE
               COMPUTE WS-BASE-REMAINING =
                   QTC-WAGE-BASE - WS-PRIOR-TAXABLE
               IF WS-QA-TAXABLE (QTC-QUARTER) > WS-BASE-REMAINING
                   COMPUTE WS-EMP-EXCESS =
                       WS-QA-TAXABLE (QTC-QUARTER) - WS-BASE-REMAINING
               ELSE
                   MOVE 0 TO WS-EMP-EXCESS
               END-IF
           END-IF.

       2410-ADD-PRIOR-QUARTER.
           ADD WS-QA-TAXABLE (WS-QX) TO WS-PRIOR-TAXABLE.

       2500-RECONCILE-YEAR-TO-DATE.
           MOVE 0 TO WS-YEAR-GROSS
           MOVE 0 TO WS-YEAR-DEDUCT
           MOVE 0 TO WS-YEAR-NET
           PERFORM 2510-ADD-YEAR-QUARTER
               VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > 4
           MOVE 'N' TO WS-MISMATCH-SW
           MOVE SPACES TO WS-RECON-GROSS
           MOVE SPACES TO WS-RECON-DEDUCT
           MOVE SPACES TO WS-RECON-NET
           IF WS-YEAR-GROSS NOT = EMP-MST-YTD-GROSS
               SET WS-YTD-MISMATCH TO TRUE
               MOVE ' GROSS' TO WS-RECON-GROSS
           END-IF
           IF WS-YEAR-DEDUCT NOT = EMP-MST-YTD-DEDUCT
               SET WS-YTD-MISMATCH TO TRUE
               MOVE ' DED' TO WS-RECON-DEDUCT
           END-IF
           IF WS-YEAR-NET NOT = EMP-MST-YTD-NET
               SET WS-YTD-MISMATCH TO TRUE
               MOVE ' NET' TO WS-RECON-NET
           END-IF
           IF WS-YTD-MISMATCH
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

       2510-ADD-YEAR-QUARTER.
           ADD WS-QA-GROSS (WS-QX)  TO WS-YEAR-GROSS
           ADD WS-QA-DEDUCT (WS-QX) TO WS-YEAR-DEDUCT
           ADD WS-QA-NET (WS-QX)    TO WS-YEAR-NET.

       2600-WRITE-EMPLOYEE-LINE.
           MOVE EMP-MST-ID                   TO QTR-EMP-ID
           MOVE EMP-MST-NAME                 TO QTR-EMP-NAME
           MOVE WS-QA-GROSS (QTC-QUARTER)    TO QTR-GROSS
           MOVE WS-QA-TAXABLE (QTC-QUARTER)  TO QTR-TAXABLE
           MOVE WS-QA-TAX (QTC-QUARTER)      TO QTR-TAX
           MOVE WS-EMP-EXCESS                TO QTR-EXCESS
           IF WS-YTD-MISMATCH
               MOVE WS-RECON-MESSAGE TO QTR-RECON
           ELSE
               MOVE 'AGREES' TO QTR-RECON
           END-IF
           MOVE QTR-DETAIL-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           IF WS-YTD-MISMATCH
               MOVE 'POSTINGS FOR THE YEAR' TO QTR-YTD-LABEL
               MOVE WS-YEAR-GROSS            TO QTR-YTD-GROSS
               MOVE WS-YEAR-DEDUCT           TO QTR-YTD-DEDUCT
               MOVE WS-YEAR-NET              TO QTR-YTD-NET
               MOVE QTR-YTD-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
               MOVE 'EMPLOYEE MASTER YTD'    TO QTR-YTD-LABEL
               MOVE EMP-MST-YTD-GROSS        TO QTR-YTD-GROSS
               MOVE EMP-MST-YTD-DEDUCT       TO QTR-YTD-DEDUCT
               MOVE EMP-MST-YTD-NET          TO QTR-YTD-NET
               MOVE QTR-YTD-LINE TO QUARTER-REPORT-LINE
               WRITE QUARTER-REPORT-LINE
           END-IF
           IF WS-QA-GROSS (QTC-QUARTER) > 0
               OR WS-QA-TAXABLE (QTC-QUARTER) > 0
               ADD 1                           TO WS-TOT-EMP-COUNT
               ADD WS-QA-GROSS (QTC-QUARTER)   TO WS-TOT-GROSS
               ADD WS-QA-TAXABLE (QTC-QUARTER) TO WS-TOT-TAXABLE
               ADD WS-QA-TAX (QTC-QUARTER)     TO WS-TOT-TAX
               ADD WS-EMP-EXCESS               TO WS-TOT-EXCESS
           END-IF.

       8000-PRINT-COMPANY-TOTALS.
           COMPUTE WS-TOT-SUBJECT = WS-TOT-TAXABLE - WS-TOT-EXCESS
           MOVE SPACES TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'COMPANY TOTALS  EMPLOYEES' TO QTR-TOT-LABEL
           MOVE WS-TOT-EMP-COUNT TO QTR-TOT-COUNT
           MOVE WS-TOT-GROSS     TO QTR-TOT-GROSS
           MOVE WS-TOT-TAXABLE   TO QTR-TOT-TAXABLE
           MOVE WS-TOT-TAX       TO QTR-TOT-TAX
           MOVE WS-TOT-EXCESS    TO QTR-TOT-EXCESS
           MOVE QTR-TOTAL-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE SPACES TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'TAXABLE WAGES FOR THE QUARTER' TO QTR-SUM-LABEL
           MOVE WS-TOT-TAXABLE TO QTR-SUM-AMOUNT
           MOVE QTR-SUMMARY-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'LESS WAGES OVER THE WAGE BASE' TO QTR-SUM-LABEL
           MOVE WS-TOT-EXCESS TO QTR-SUM-AMOUNT
           MOVE QTR-SUMMARY-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'UNEMPLOYMENT TAXABLE WAGES' TO QTR-SUM-LABEL
           MOVE WS-TOT-SUBJECT TO QTR-SUM-AMOUNT
           MOVE QTR-SUMMARY-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'TAX WITHHELD FOR THE QUARTER' TO QTR-SUM-LABEL
           MOVE WS-TOT-TAX TO QTR-SUM-AMOUNT
           MOVE QTR-SUMMARY-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE SPACES TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'EMPLOYEES READ' TO QTR-CNT-LABEL
           MOVE WS-EMPLOYEES-READ TO QTR-CNT-COUNT
           MOVE QTR-COUNT-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'PAY POSTINGS READ' TO QTR-CNT-LABEL
           MOVE WS-POSTINGS-READ TO QTR-CNT-COUNT
           MOVE QTR-COUNT-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'POSTINGS WITH NO CALENDAR PERIOD' TO QTR-CNT-LABEL
           MOVE WS-POSTINGS-NO-PERIOD TO QTR-CNT-COUNT
           MOVE QTR-COUNT-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           MOVE 'EMPLOYEES NOT AGREEING TO YTD' TO QTR-CNT-LABEL
           MOVE WS-MISMATCH-COUNT TO QTR-CNT-COUNT
           MOVE QTR-COUNT-LINE TO QUARTER-REPORT-LINE
           WRITE QUARTER-REPORT-LINE
           IF WS-MISMATCH-COUNT > 0
               OR WS-POSTINGS-NO-PERIOD > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATION.
           IF WS-POSTINGS-AVAILABLE
               CLOSE PAY-POSTING-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-PERIOD-FILE
           CLOSE QUARTER-REPORT-FILE
           DISPLAY 'EMPQTR01 - QUARTER ' QTC-QUARTER ' OF '
               QTC-TAX-YEAR ' REPORTED FOR ' WS-TOT-EMP-COUNT
               ' EMPLOYEES, ' WS-MISMATCH-COUNT ' YTD MISMATCHES'.
