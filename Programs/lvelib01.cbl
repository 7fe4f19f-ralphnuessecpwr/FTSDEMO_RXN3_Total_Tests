       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LVELIB01.
      *
      *    LEAVE LIABILITY REPORT
      *    RUN AT PERIOD END AFTER EMPPAY01 HAS POSTED THE PERIOD'S
      *    ACCRUALS AND LEAVE TAKEN. LISTS EVERY EMPLOYEE HOLDING A
      *    LEAVE BALANCE IN DEPARTMENT ORDER WITH THE VACATION AND
      *    SICK HOURS ON THE LEAVE BALANCE FILE, EACH VALUED AT THE
      *    EMPLOYEE'S CURRENT PAY RATE FROM THE MASTER, WITH
      *    DEPARTMENT SUBTOTALS AND A COMPANY TOTAL FOR FINANCE TO
      *    BOOK THE ACCRUED LEAVE LIABILITY. TERMINATED EMPLOYEES
      *    STILL HOLDING HOURS ARE LISTED - THE HOURS ARE OWED
      *    UNTIL PAID OUT OR CLEARED THROUGH LVEMNT01. THE AS-OF
      *    DATE IS THE RUN-CONTROL PERIOD END DATE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT DEPARTMENT-REF-FILE
               ASSIGN TO 'DEPTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-REF-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.

           SELECT LVEL-REPORT-FILE
               ASSIGN TO 'LVELIAB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY runctl1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  LEAVE-BALANCE-FILE.
       COPY lvebal1.

       FD  DEPARTMENT-REF-FILE.
       COPY deptref1.

       FD  LVEL-REPORT-FILE
           RECORDING MODE IS F.
       01  LVEL-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY lvelrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-FIRST-RECORD-SW      PIC X         VALUE 'Y'.
               88  WS-FIRST-RECORD                   VALUE 'Y'.
           05  WS-DEPTREF-SW           PIC X         VALUE 'N'.
               88  WS-DEPTREF-AVAILABLE              VALUE 'Y'.

       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-LVB-FILE-STATUS          PIC X(2).
       01  WS-DEPTREF-STATUS           PIC X(2).

       01  WS-PRIOR-DEPT               PIC X(6)      VALUE SPACES.

       01  WS-EMPLOYEE-LIABILITY.
           05  WS-VAC-HOURS            PIC 9(4)V99   VALUE 0.
           05  WS-VAC-VALUE            PIC 9(7)V99   VALUE 0.
           05  WS-SIC-HOURS            PIC 9(4)V99   VALUE 0.
           05  WS-SIC-VALUE            PIC 9(7)V99   VALUE 0.
           05  WS-EMP-VALUE            PIC 9(7)V99   VALUE 0.

       01  WS-DEPT-ACCUMULATORS.
           05  WS-DEPT-COUNT           PIC 9(6)      VALUE 0.
           05  WS-DEPT-VAC-HOURS       PIC 9(7)V99   VALUE 0.
           05  WS-DEPT-VAC-VALUE       PIC 9(9)V99   VALUE 0.
           05  WS-DEPT-SIC-HOURS       PIC 9(7)V99   VALUE 0.
           05  WS-DEPT-SIC-VALUE       PIC 9(9)V99   VALUE 0.
           05  WS-DEPT-VALUE           PIC 9(9)V99   VALUE 0.

       01  WS-GRAND-ACCUMULATORS.
           05  WS-GRAND-COUNT          PIC 9(6)      VALUE 0.
           05  WS-GRAND-VAC-HOURS      PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-VAC-VALUE      PIC 9(9)V99   VALUE 0.
           05  WS-GRAND-SIC-HOURS      PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-SIC-VALUE      PIC 9(9)V99   VALUE 0.
           05  WS-GRAND-VALUE          PIC 9(9)V99   VALUE 0.

       01  WS-DEPT-TOTAL-LABEL.
           05  FILLER                  PIC X(11)
                                         VALUE 'DEPARTMENT '.
           05  WS-DTL-DEPT             PIC X(6).
           05  FILLER                  PIC X         VALUE SPACE.
           05  WS-DTL-DEPT-NAME        PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-EMPLOYEES
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'LVELIB01 ERROR - RUN CONTROL RECORD '
                       'MISSING, JOB ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'LVELIB01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'LVELIB01 ERROR - LEAVE BALANCE FILE OPEN '
                   'FAILED, STATUS ' WS-LVB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-OPEN-DEPARTMENT-REF
           MOVE LOW-VALUES TO EMP-MST-DEPT
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-MST-DEPT
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           OPEN OUTPUT LVEL-REPORT-FILE
           MOVE RUNCTL-PERIOD-END-MM   TO LVL-END-MM
           MOVE RUNCTL-PERIOD-END-DD   TO LVL-END-DD
           MOVE RUNCTL-PERIOD-END-CCYY TO LVL-END-CCYY
           MOVE WS-CURR-MM   TO LVL-RUN-MM
           MOVE WS-CURR-DD   TO LVL-RUN-DD
           MOVE WS-CURR-CCYY TO LVL-RUN-CCYY
           MOVE LVEL-REPORT-HDR1 TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE
           MOVE LVEL-REPORT-HDR2 TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE.

       1100-OPEN-DEPARTMENT-REF.
           OPEN INPUT DEPARTMENT-REF-FILE
           EVALUATE WS-DEPTREF-STATUS
               WHEN '00'
                   SET WS-DEPTREF-AVAILABLE TO TRUE
               WHEN '35'
                   DISPLAY 'LVELIB01 WARNING - DEPARTMENT REFERENCE '
                       'FILE NOT ON HAND, DEPARTMENT NAMES NOT '
                       'PRINTED'
               WHEN OTHER
                   DISPLAY 'LVELIB01 ERROR - DEPARTMENT REFERENCE '
                       'FILE OPEN FAILED, STATUS ' WS-DEPTREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    THE MASTER IS READ IN DEPARTMENT ORDER; A DEPARTMENT'S
      *    SUBTOTAL PRINTS WHEN THE FIRST EMPLOYEE OF THE NEXT ONE
      *    (OR END OF FILE) IS READ
       2000-PROCESS-EMPLOYEES.
           PERFORM UNTIL WS-END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   PERFORM 2100-GET-LEAVE-BALANCES
                   IF WS-VAC-HOURS > 0 OR WS-SIC-HOURS > 0
                       IF WS-FIRST-RECORD
                           MOVE EMP-MST-DEPT TO WS-PRIOR-DEPT
                           MOVE 'N' TO WS-FIRST-RECORD-SW
                       END-IF
                       IF EMP-MST-DEPT NOT = WS-PRIOR-DEPT
                           PERFORM 3200-PRINT-DEPT-TOTAL
                           MOVE EMP-MST-DEPT TO WS-PRIOR-DEPT
                       END-IF
                       PERFORM 3000-PRINT-EMPLOYEE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-PRINT-DEPT-TOTAL
           END-IF.

       2100-GET-LEAVE-BALANCES.
           MOVE EMP-MST-ID TO LVB-EMP-ID
           SET LVB-VACATION TO TRUE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO WS-VAC-HOURS
               NOT INVALID KEY
                   MOVE LVB-BALANCE TO WS-VAC-HOURS
           END-READ
           MOVE EMP-MST-ID TO LVB-EMP-ID
           SET LVB-SICK TO TRUE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO WS-SIC-HOURS
               NOT INVALID KEY
                   MOVE LVB-BALANCE TO WS-SIC-HOURS
           END-READ.

       3000-PRINT-EMPLOYEE-LINE.
           COMPUTE WS-VAC-VALUE ROUNDED =
               WS-VAC-HOURS * EMP-MST-PAY-RATE
           COMPUTE WS-SIC-VALUE ROUNDED =
               WS-SIC-HOURS * EMP-MST-PAY-RATE
           COMPUTE WS-EMP-VALUE = WS-VAC-VALUE + WS-SIC-VALUE
           MOVE EMP-MST-DEPT     TO LVL-DEPT
           MOVE EMP-MST-ID       TO LVL-EMP-ID
           MOVE EMP-MST-NAME     TO LVL-EMP-NAME
           MOVE EMP-MST-TYPE     TO LVL-TYPE
           MOVE EMP-MST-STATUS   TO LVL-STATUS
           MOVE EMP-MST-PAY-RATE TO LVL-RATE
           MOVE WS-VAC-HOURS     TO LVL-VAC-HOURS
           MOVE WS-VAC-VALUE     TO LVL-VAC-VALUE
           MOVE WS-SIC-HOURS     TO LVL-SIC-HOURS
           MOVE WS-SIC-VALUE     TO LVL-SIC-VALUE
           MOVE WS-EMP-VALUE     TO LVL-EMP-VALUE
           MOVE LVEL-DETAIL-LINE TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE
           ADD 1            TO WS-DEPT-COUNT
           ADD WS-VAC-HOURS TO WS-DEPT-VAC-HOURS
           ADD WS-VAC-VALUE TO WS-DEPT-VAC-VALUE
           ADD WS-SIC-HOURS TO WS-DEPT-SIC-HOURS
           ADD WS-SIC-VALUE TO WS-DEPT-SIC-VALUE
           ADD WS-EMP-VALUE TO WS-DEPT-VALUE.

       3200-PRINT-DEPT-TOTAL.
           MOVE WS-PRIOR-DEPT TO WS-DTL-DEPT
           PERFORM 3250-LOOK-UP-DEPT-NAME
           MOVE WS-DEPT-TOTAL-LABEL TO LVL-TOT-LABEL
           MOVE WS-DEPT-COUNT       TO LVL-TOT-COUNT
           MOVE WS-DEPT-VAC-HOURS   TO LVL-TOT-VAC-HRS
           MOVE WS-DEPT-VAC-VALUE   TO LVL-TOT-VAC-VAL
           MOVE WS-DEPT-SIC-HOURS   TO LVL-TOT-SIC-HRS
           MOVE WS-DEPT-SIC-VALUE   TO LVL-TOT-SIC-VAL
           MOVE WS-DEPT-VALUE       TO LVL-TOT-VALUE
           MOVE LVEL-TOTAL-LINE TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE
           MOVE SPACES TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE
           ADD WS-DEPT-COUNT     TO WS-GRAND-COUNT
           ADD WS-DEPT-VAC-HOURS TO WS-GRAND-VAC-HOURS
           ADD WS-DEPT-VAC-VALUE TO WS-GRAND-VAC-VALUE
           ADD WS-DEPT-SIC-HOURS TO WS-GRAND-SIC-HOURS
           ADD WS-DEPT-SIC-VALUE TO WS-GRAND-SIC-VALUE
           ADD WS-DEPT-VALUE     TO WS-GRAND-VALUE
           MOVE 0 TO WS-DEPT-COUNT WS-DEPT-VAC-HOURS
                     WS-DEPT-VAC-VALUE WS-DEPT-SIC-HOURS
                     WS-DEPT-SIC-VALUE WS-DEPT-VALUE.

       3250-LOOK-UP-DEPT-NAME.
           IF WS-DEPTREF-AVAILABLE
               MOVE WS-PRIOR-DEPT TO DEPT-REF-CODE
               READ DEPARTMENT-REF-FILE
                   INVALID KEY
                       MOVE '*UNKNOWN*' TO WS-DTL-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-REF-NAME TO WS-DTL-DEPT-NAME
               END-READ
           ELSE
               MOVE SPACES TO WS-DTL-DEPT-NAME
           END-IF.

       9000-TERMINATION.
           MOVE 'COMPANY TOTAL - ACCRUED LEAVE LIABILITY'
               TO LVL-TOT-LABEL
           MOVE WS-GRAND-COUNT     TO LVL-TOT-COUNT
           MOVE WS-GRAND-VAC-HOURS TO LVL-TOT-VAC-HRS
           MOVE WS-GRAND-VAC-VALUE TO LVL-TOT-VAC-VAL
           MOVE WS-GRAND-SIC-HOURS TO LVL-TOT-SIC-HRS
           MOVE WS-GRAND-SIC-VALUE TO LVL-TOT-SIC-VAL
           MOVE WS-GRAND-VALUE     TO LVL-TOT-VALUE
           MOVE LVEL-TOTAL-LINE TO LVEL-REPORT-LINE
           WRITE LVEL-REPORT-LINE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LEAVE-BALANCE-FILE
           IF WS-DEPTREF-AVAILABLE
               CLOSE DEPARTMENT-REF-FILE
           END-IF
           CLOSE LVEL-REPORT-FILE.
