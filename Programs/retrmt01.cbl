       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETRMT01.
      *
      *    RETIREMENT PLAN REMITTANCE SUMMARY
      *    RUNS AFTER EMPPAY01 AND BEFORE THE RECORDKEEPER
      *    CONTRIBUTION FILE IS SENT. PROVES THE FILE TO ITS OWN
      *    TRAILER - DETAIL COUNT, EMPLOYEE CONTRIBUTION TOTAL AND
      *    EMPLOYER MATCH TOTAL - AND PRINTS THE AMOUNT TO REMIT.
      *    THEN RECONCILES THE YEAR TO DATE: THE RET TOTAL ON THE
      *    DEDUCTION DETAIL FILE (THE RET TOTAL ON THE EMPDED01
      *    DEDUCTION REGISTER) MUST EQUAL THE EMPLOYEE CONTRIBUTIONS
      *    SENT TO THE RECORDKEEPER AS KEPT ON THE PLAN PARTICIPANT
      *    FILE, EMPLOYEE BY EMPLOYEE. EVERY EMPLOYEE WHO DIFFERS IS
      *    LISTED, THE YEAR-TO-DATE EMPLOYER MATCH IS SHOWN, AND A
      *    FILE OR YEAR THAT DOES NOT BALANCE ENDS THE STEP WITH
      *    RETURN CODE 8 SO THE FILE IS HELD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREMENT-CONTRIB-FILE
               ASSIGN TO 'RETCONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-FILE-STATUS.

           SELECT DEDUCTION-DETAIL-FILE
               ASSIGN TO 'DEDDETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-DTL-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO 'RETRMT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETIREMENT-CONTRIB-FILE
           RECORDING MODE IS F.
       COPY retcnt1.

       FD  DEDUCTION-DETAIL-FILE.
       COPY deddtl1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  REMITTANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  REMITTANCE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY retrrpt1.

       01  WS-SWITCHES.
           05  WS-RCN-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-RCN-END-OF-FILE                VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X         VALUE 'N'.
               88  WS-TRAILER-FOUND                  VALUE 'Y'.
           05  WS-DTL-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-DTL-END-OF-FILE                VALUE 'Y'.
           05  WS-RPL-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-RPL-END-OF-FILE                VALUE 'Y'.
           05  WS-FILE-BALANCE-SW      PIC X         VALUE 'N'.
               88  WS-FILE-OUT-OF-BALANCE            VALUE 'Y'.
           05  WS-YTD-BALANCE-SW       PIC X         VALUE 'N'.
               88  WS-YTD-OUT-OF-BALANCE             VALUE 'Y'.
           05  WS-EXCEPTION-HDR-SW     PIC X         VALUE 'N'.
               88  WS-EXCEPTION-HDR-DONE             VALUE 'Y'.

       01  WS-RCN-FILE-STATUS          PIC X(2).
       01  WS-DED-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).

       01  WS-FILE-TOTALS.
           05  WS-DETAIL-COUNT         PIC 9(7)      VALUE 0.
           05  WS-EE-TOTAL             PIC 9(9)V99   VALUE 0.
           05  WS-ER-TOTAL             PIC 9(9)V99   VALUE 0.
           05  WS-REMIT-TOTAL          PIC 9(9)V99   VALUE 0.
           05  WS-AFTER-TRAILER-COUNT  PIC 9(7)      VALUE 0.
           05  WS-TRL-COUNT            PIC 9(7)      VALUE 0.
           05  WS-TRL-EE-TOTAL         PIC 9(9)V99   VALUE 0.
           05  WS-TRL-ER-TOTAL         PIC 9(9)V99   VALUE 0.

       01  WS-YTD-TOTALS.
           05  WS-DED-RET-TOTAL        PIC 9(9)V99   VALUE 0.
           05  WS-PLAN-EE-TOTAL        PIC 9(9)V99   VALUE 0.
           05  WS-PLAN-ER-TOTAL        PIC 9(9)V99   VALUE 0.
           05  WS-YTD-DIFFERENCE       PIC S9(9)V99  VALUE 0.
           05  WS-PARTICIPANT-COUNT    PIC 9(7)      VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(7)      VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROVE-CONTRIBUTION-FILE
           PERFORM 3000-RECONCILE-DEDUCTION-RET
           PERFORM 4000-CHECK-PLAN-PARTICIPANTS
           PERFORM 5000-PRINT-YTD-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT RETIREMENT-CONTRIB-FILE
           IF WS-RCN-FILE-STATUS NOT = '00'
               DISPLAY 'RETRMT01 ERROR - RECORDKEEPER CONTRIBUTION '
                   'FILE OPEN FAILED, STATUS ' WS-RCN-FILE-STATUS
                   ', RUN EMPPAY01 FIRST, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEDUCTION-DETAIL-FILE
           IF WS-DED-FILE-STATUS NOT = '00'
               DISPLAY 'RETRMT01 ERROR - DEDUCTION DETAIL FILE OPEN '
                   'FAILED, STATUS ' WS-DED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'RETRMT01 ERROR - RETIREMENT PLAN FILE OPEN '
                   'FAILED, STATUS ' WS-RPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REMITTANCE-REPORT-FILE
           MOVE WS-CURR-MM   TO RTR-RUN-MM
           MOVE WS-CURR-DD   TO RTR-RUN-DD
           MOVE WS-CURR-CCYY TO RTR-RUN-CCYY
           MOVE RETR-REPORT-HDR1 TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

      *    THE DETAILS MUST ADD TO THE TRAILER, AND NOTHING MAY
      *    FOLLOW THE TRAILER - A FILE CUT SHORT OR RUN TOGETHER
      *    WITH ANOTHER PERIOD'S CANNOT GO TO THE RECORDKEEPER
       2000-PROVE-CONTRIBUTION-FILE.
           PERFORM UNTIL WS-RCN-END-OF-FILE
               READ RETIREMENT-CONTRIB-FILE
                   AT END
                       SET WS-RCN-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-RCN-END-OF-FILE
                   PERFORM 2100-ACCUMULATE-CONTRIBUTION
               END-IF
           END-PERFORM
           COMPUTE WS-REMIT-TOTAL = WS-EE-TOTAL + WS-ER-TOTAL
           MOVE 'RECORDKEEPER CONTRIBUTION FILE'
               TO RTR-SECTION
           PERFORM 8100-WRITE-SECTION-LINE
           MOVE 'CONTRIBUTION RECORDS' TO RTR-COUNT-LABEL
           MOVE WS-DETAIL-COUNT        TO RTR-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE 'EMPLOYEE CONTRIBUTIONS' TO RTR-AMT-LABEL
           MOVE WS-EE-TOTAL              TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           MOVE 'EMPLOYER MATCH'         TO RTR-AMT-LABEL
           MOVE WS-ER-TOTAL              TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           MOVE 'TOTAL TO REMIT'         TO RTR-AMT-LABEL
           MOVE WS-REMIT-TOTAL           TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           IF NOT WS-TRAILER-FOUND
               SET WS-FILE-OUT-OF-BALANCE TO TRUE
               MOVE 'NO TRAILER RECORD ON THE CONTRIBUTION FILE'
                   TO RTR-MESSAGE
               PERFORM 8400-WRITE-MESSAGE-LINE
           ELSE
               MOVE 'TRAILER RECORD COUNT' TO RTR-COUNT-LABEL
               MOVE WS-TRL-COUNT           TO RTR-COUNT
               PERFORM 8200-WRITE-COUNT-LINE
               MOVE 'TRAILER EMPLOYEE TOTAL' TO RTR-AMT-LABEL
               MOVE WS-TRL-EE-TOTAL          TO RTR-AMOUNT
               PERFORM 8300-WRITE-AMOUNT-LINE
               MOVE 'TRAILER EMPLOYER TOTAL' TO RTR-AMT-LABEL
               MOVE WS-TRL-ER-TOTAL          TO RTR-AMOUNT
               PERFORM 8300-WRITE-AMOUNT-LINE
               IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRL-EE-TOTAL NOT = WS-EE-TOTAL
                   OR WS-TRL-ER-TOTAL NOT = WS-ER-TOTAL
                   SET WS-FILE-OUT-OF-BALANCE TO TRUE
                   MOVE 'DETAILS DO NOT AGREE WITH THE TRAILER'
                       TO RTR-MESSAGE
                   PERFORM 8400-WRITE-MESSAGE-LINE
               END-IF
           END-IF
           IF WS-AFTER-TRAILER-COUNT > 0
               SET WS-FILE-OUT-OF-BALANCE TO TRUE
               MOVE 'RECORDS FOUND AFTER THE TRAILER'
                   TO RTR-COUNT-LABEL
               MOVE WS-AFTER-TRAILER-COUNT TO RTR-COUNT
               PERFORM 8200-WRITE-COUNT-LINE
           END-IF
           IF NOT WS-FILE-OUT-OF-BALANCE
               MOVE 'CONTRIBUTION FILE IN BALANCE WITH ITS TRAILER'
                   TO RTR-MESSAGE
               PERFORM 8400-WRITE-MESSAGE-LINE
           END-IF.

       2100-ACCUMULATE-CONTRIBUTION.
           EVALUATE TRUE
               WHEN WS-TRAILER-FOUND
                   ADD 1 TO WS-AFTER-TRAILER-COUNT
               WHEN RCT-TRAILER-REC
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE RCT-RECORD-COUNT TO WS-TRL-COUNT
                   MOVE RCT-EE-TOTAL     TO WS-TRL-EE-TOTAL
                   MOVE RCT-ER-TOTAL     TO WS-TRL-ER-TOTAL
               WHEN RCN-DETAIL-REC
                   ADD 1             TO WS-DETAIL-COUNT
                   ADD RCN-EE-AMOUNT TO WS-EE-TOTAL
                   ADD RCN-ER-AMOUNT TO WS-ER-TOTAL
               WHEN OTHER
                   SET WS-FILE-OUT-OF-BALANCE TO TRUE
                   MOVE 'UNKNOWN RECORD TYPE ON CONTRIBUTION FILE'
                       TO RTR-MESSAGE
                   PERFORM 8400-WRITE-MESSAGE-LINE
           END-EVALUATE.

      *    EVERY RET DETAIL IS WHAT EMPDED01 TOTALS FOR THE CODE;
      *    EACH MUST MATCH WHAT THE PLAN FILE SAYS WAS SENT
       3000-RECONCILE-DEDUCTION-RET.
           MOVE 'YEAR TO DATE - DEDUCTION REGISTER RET TO PLAN'
               TO RTR-SECTION
           PERFORM 8100-WRITE-SECTION-LINE
           MOVE LOW-VALUES TO DED-DTL-KEY
           START DEDUCTION-DETAIL-FILE
               KEY IS NOT LESS THAN DED-DTL-KEY
               INVALID KEY
                   SET WS-DTL-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-DTL-END-OF-FILE
               READ DEDUCTION-DETAIL-FILE NEXT RECORD
                   AT END
                       SET WS-DTL-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-DTL-END-OF-FILE
                   AND DED-DTL-RETIREMENT
                   PERFORM 3100-CHECK-ONE-RET-DETAIL
               END-IF
           END-PERFORM.

       3100-CHECK-ONE-RET-DETAIL.
           ADD DED-DTL-YTD-AMOUNT TO WS-DED-RET-TOTAL
           MOVE DED-DTL-EMP-ID TO RPL-EMP-ID
           READ RETIREMENT-PLAN-FILE
               INVALID KEY
                   IF DED-DTL-YTD-AMOUNT > 0
                       MOVE DED-DTL-EMP-ID     TO RTR-EMP-ID
                       MOVE DED-DTL-YTD-AMOUNT TO RTR-DED-RET
                       MOVE 0                  TO RTR-PLAN-EE
                       MOVE 'NOT ON PLAN FILE' TO RTR-REASON
                       PERFORM 8500-WRITE-EXCEPTION-LINE
                   END-IF
               NOT INVALID KEY
                   IF RPL-YTD-EE-CONTRIB NOT = DED-DTL-YTD-AMOUNT
                       MOVE DED-DTL-EMP-ID     TO RTR-EMP-ID
                       MOVE DED-DTL-YTD-AMOUNT TO RTR-DED-RET
                       MOVE RPL-YTD-EE-CONTRIB TO RTR-PLAN-EE
                       MOVE 'CONTRIBUTIONS DIFFER'
                           TO RTR-REASON
                       PERFORM 8500-WRITE-EXCEPTION-LINE
                   END-IF
           END-READ.

      *    THE PLAN TOTALS, AND ANY CONTRIBUTIONS SENT FOR AN
      *    EMPLOYEE WITH NO RET DEDUCTION ON FILE AT ALL
       4000-CHECK-PLAN-PARTICIPANTS.
           MOVE LOW-VALUES TO RPL-EMP-ID
           START RETIREMENT-PLAN-FILE
               KEY IS NOT LESS THAN RPL-EMP-ID
               INVALID KEY
                   SET WS-RPL-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-RPL-END-OF-FILE
               READ RETIREMENT-PLAN-FILE NEXT RECORD
                   AT END
                       SET WS-RPL-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-RPL-END-OF-FILE
                   PERFORM 4100-CHECK-ONE-PARTICIPANT
               END-IF
           END-PERFORM.

       4100-CHECK-ONE-PARTICIPANT.
           ADD 1                  TO WS-PARTICIPANT-COUNT
           ADD RPL-YTD-EE-CONTRIB TO WS-PLAN-EE-TOTAL
           ADD RPL-YTD-MATCH      TO WS-PLAN-ER-TOTAL
           IF RPL-YTD-EE-CONTRIB > 0
               MOVE RPL-EMP-ID TO DED-DTL-EMP-ID
               MOVE 'RET'      TO DED-DTL-CODE
               READ DEDUCTION-DETAIL-FILE
                   INVALID KEY
                       MOVE RPL-EMP-ID         TO RTR-EMP-ID
                       MOVE 0                  TO RTR-DED-RET
                       MOVE RPL-YTD-EE-CONTRIB TO RTR-PLAN-EE
                       MOVE 'NO RET DEDUCTION ON FILE'
                           TO RTR-REASON
                       PERFORM 8500-WRITE-EXCEPTION-LINE
               END-READ
           END-IF.

       5000-PRINT-YTD-TOTALS.
           COMPUTE WS-YTD-DIFFERENCE =
               WS-DED-RET-TOTAL - WS-PLAN-EE-TOTAL
           IF WS-YTD-DIFFERENCE NOT = 0
               SET WS-YTD-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE 'PLAN PARTICIPANTS'      TO RTR-COUNT-LABEL
           MOVE WS-PARTICIPANT-COUNT     TO RTR-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE 'EMPLOYEES IN EXCEPTION' TO RTR-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT       TO RTR-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE 'DEDUCTION REGISTER RET TOTAL' TO RTR-AMT-LABEL
           MOVE WS-DED-RET-TOTAL         TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           MOVE 'PLAN EMPLOYEE CONTRIBUTIONS YTD' TO RTR-AMT-LABEL
           MOVE WS-PLAN-EE-TOTAL         TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           MOVE 'DIFFERENCE'             TO RTR-AMT-LABEL
           MOVE WS-YTD-DIFFERENCE        TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           MOVE 'PLAN EMPLOYER MATCH YTD' TO RTR-AMT-LABEL
           MOVE WS-PLAN-ER-TOTAL         TO RTR-AMOUNT
           PERFORM 8300-WRITE-AMOUNT-LINE
           IF WS-EXCEPTION-COUNT > 0
               SET WS-YTD-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-YTD-OUT-OF-BALANCE
               MOVE 'PLAN OUT OF BALANCE WITH THE DEDUCTION REGISTER'
                   TO RTR-MESSAGE
           ELSE
               MOVE 'PLAN IN BALANCE WITH THE DEDUCTION REGISTER'
                   TO RTR-MESSAGE
           END-IF
           PERFORM 8400-WRITE-MESSAGE-LINE.

       8100-WRITE-SECTION-LINE.
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           MOVE RETR-SECTION-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       8200-WRITE-COUNT-LINE.
           MOVE RETR-COUNT-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       8300-WRITE-AMOUNT-LINE.
           MOVE RETR-AMOUNT-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       8400-WRITE-MESSAGE-LINE.
           MOVE RETR-MESSAGE-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       8500-WRITE-EXCEPTION-LINE.
           IF NOT WS-EXCEPTION-HDR-DONE
               SET WS-EXCEPTION-HDR-DONE TO TRUE
               MOVE RETR-EXCEPTION-HDR TO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RETR-EXCEPTION-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       9000-TERMINATION.
           CLOSE RETIREMENT-CONTRIB-FILE
           CLOSE DEDUCTION-DETAIL-FILE
           CLOSE RETIREMENT-PLAN-FILE
           CLOSE REMITTANCE-REPORT-FILE
           IF WS-FILE-OUT-OF-BALANCE OR WS-YTD-OUT-OF-BALANCE
               DISPLAY 'RETRMT01 - RETIREMENT REMITTANCE OUT OF '
                   'BALANCE, HOLD THE RECORDKEEPER FILE'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RETRMT01 - RETIREMENT REMITTANCE IN BALANCE'
           END-IF.
