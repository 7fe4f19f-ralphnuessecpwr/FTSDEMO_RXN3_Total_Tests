       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSRPT01.
      *
      *    MONTHLY POSITION CONTROL REPORT
      *    LISTS EVERY POSITION ON THE POSITION MASTER BY DEPARTMENT
      *    - FILLED, VACANT, OR FROZEN AT ZERO FTE - WITH ITS
      *    BUDGETED ANNUAL SALARY AND THE INCUMBENT'S ANNUALIZED
      *    PAY FROM THE MASTER PAY RATE, AND THE VARIANCE BETWEEN
      *    THEM. PAY RATES ARE CARRIED PER HOUR FOR BOTH EMPLOYEE
      *    TYPES: AN HOURLY INCUMBENT IS ANNUALIZED AT THE STANDARD
      *    2080-HOUR YEAR SCALED BY THE POSITION'S FTE, A SALARIED
      *    ONE AT THE STANDARD 40-HOUR WEEK FOR 52 WEEKS, AS THE
      *    PAY RUN PAYS IT. ANY CURRENT EMPLOYEE OF THE DEPARTMENT
      *    WHO HOLDS NONE OF ITS POSITIONS IS LISTED AS NO POSITION
      *    AND COUNTED IN ITS PAY - THESE ARE THE OVERHIRES. EACH
      *    DEPARTMENT CLOSES WITH ITS POSITION COUNTS AND ITS
      *    AUTHORIZED FTE, BUDGET, ANNUALIZED PAY AND VARIANCE,
      *    FLAGGED WHEN OVERHIRED OR OVER BUDGET, AND A COMPANY
      *    TOTAL FOLLOWS. FROZEN POSITIONS CARRY NO BUDGET INTO THE
      *    TOTALS. A FLAGGED DEPARTMENT ENDS THE RUN WITH RETURN
      *    CODE 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-REF-FILE
               ASSIGN TO 'DEPTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-REF-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.

           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'POSMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT POSR-REPORT-FILE
               ASSIGN TO 'POSRPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-REF-FILE.
       COPY deptref1.

       FD  POSITION-MASTER-FILE.
       COPY posmst1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  POSR-REPORT-FILE
           RECORDING MODE IS F.
       01  POSR-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY posrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-POS-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-DEPT-POSITIONS          VALUE 'Y'.
           05  WS-EMP-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-DEPT-EMPLOYEES          VALUE 'Y'.
           05  WS-EMP-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-EMP-ON-FILE                    VALUE 'Y'.
           05  WS-FLAGGED-SW           PIC X         VALUE 'N'.
               88  WS-DEPT-FLAGGED                   VALUE 'Y'.

       01  WS-DEPTREF-STATUS           PIC X(2).
       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-EMP-FILE-STATUS          PIC X(2).

      *    STANDARD YEAR THE PAY RATE IS ANNUALIZED OVER
       01  WS-ANNUAL-BASIS.
           05  WS-STD-YEAR-HOURS       PIC 9(4)      VALUE 2080.
           05  WS-STD-WEEK-HOURS       PIC 9(3)V99   VALUE 40.00.
           05  WS-WEEKS-PER-YEAR       PIC 9(2)      VALUE 52.

       01  WS-POSITION-WORK.
           05  WS-CURR-DEPT            PIC X(6).
           05  WS-ANNUAL-FTE           PIC 9V99      VALUE 0.
           05  WS-ANNUAL-PAY           PIC 9(9)V99   VALUE 0.
           05  WS-POS-BUDGET           PIC 9(7)V99   VALUE 0.
           05  WS-VARIANCE             PIC S9(9)V99  VALUE 0.

      *    THE INCUMBENTS OF THE DEPARTMENT BEING REPORTED - ANY
      *    OTHER CURRENT EMPLOYEE OF IT HOLDS NO POSITION
       01  WS-INCUMBENT-TABLE.
           05  WS-INC-COUNT            PIC 9(4)      VALUE 0.
           05  WS-INC-EMP-ID OCCURS 500 TIMES
                                       PIC X(6).

       01  WS-INCUMBENT-SUBSCRIPTS.
           05  WS-INC-IX               PIC 9(4).
           05  WS-INC-FOUND-IX         PIC 9(4).

       01  WS-DEPT-ACCUMULATORS.
           05  WS-DEPT-POSNS           PIC 9(4)      VALUE 0.
           05  WS-DEPT-FILLED          PIC 9(4)      VALUE 0.
           05  WS-DEPT-VACANT          PIC 9(4)      VALUE 0.
           05  WS-DEPT-NO-POSN         PIC 9(4)      VALUE 0.
           05  WS-DEPT-FTE             PIC 9(4)V99   VALUE 0.
           05  WS-DEPT-BUDGET          PIC 9(9)V99   VALUE 0.
           05  WS-DEPT-ANNUAL          PIC 9(9)V99   VALUE 0.

       01  WS-GRAND-ACCUMULATORS.
           05  WS-GRAND-POSNS          PIC 9(4)      VALUE 0.
           05  WS-GRAND-FILLED         PIC 9(4)      VALUE 0.
           05  WS-GRAND-VACANT         PIC 9(4)      VALUE 0.
           05  WS-GRAND-NO-POSN        PIC 9(4)      VALUE 0.
           05  WS-GRAND-FTE            PIC 9(4)V99   VALUE 0.
           05  WS-GRAND-BUDGET         PIC 9(9)V99   VALUE 0.
           05  WS-GRAND-ANNUAL         PIC 9(9)V99   VALUE 0.
           05  WS-FLAGGED-COUNT        PIC 9(4)      VALUE 0.

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
           PERFORM 2000-PROCESS-DEPARTMENTS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT DEPARTMENT-REF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY 'POSRPT01 ERROR - DEPARTMENT REFERENCE FILE '
                   'OPEN FAILED, STATUS ' WS-DEPTREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POS-FILE-STATUS NOT = '00'
               DISPLAY 'POSRPT01 ERROR - POSITION MASTER FILE '
                   'OPEN FAILED, STATUS ' WS-POS-FILE-STATUS
                   ', RUN POSMNT01 TO BUILD IT, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'POSRPT01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO DEPT-REF-CODE
           START DEPARTMENT-REF-FILE
               KEY IS NOT LESS THAN DEPT-REF-CODE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           OPEN OUTPUT POSR-REPORT-FILE
           MOVE WS-CURR-MM   TO PSR-RUN-MM
           MOVE WS-CURR-DD   TO PSR-RUN-DD
           MOVE WS-CURR-CCYY TO PSR-RUN-CCYY
           MOVE POSR-REPORT-HDR1 TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE
           MOVE POSR-REPORT-HDR2 TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE.

      *    EACH DEPARTMENT ON THE REFERENCE FILE IS REPORTED FROM
      *    ITS POSITIONS AND THEN ITS EMPLOYEES; ONE WITH NEITHER
      *    IS PASSED OVER
       2000-PROCESS-DEPARTMENTS.
           PERFORM UNTIL WS-END-OF-FILE
               READ DEPARTMENT-REF-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE DEPT-REF-CODE TO WS-CURR-DEPT
                   MOVE DEPT-REF-NAME TO WS-DTL-DEPT-NAME
                   MOVE 0 TO WS-INC-COUNT
                   PERFORM 2100-LIST-DEPT-POSITIONS
                   PERFORM 2300-LIST-UNSEATED-EMPLOYEES
                   IF WS-DEPT-POSNS > 0 OR WS-DEPT-NO-POSN > 0
                       PERFORM 3200-PRINT-DEPT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       2100-LIST-DEPT-POSITIONS.
           MOVE 'N' TO WS-POS-EOF-SWITCH
           MOVE WS-CURR-DEPT TO POS-DEPT
           MOVE LOW-VALUES   TO POS-NUMBER
           START POSITION-MASTER-FILE
               KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-START
           PERFORM 2150-REPORT-ONE-POSITION
               UNTIL WS-END-OF-DEPT-POSITIONS.

       2150-REPORT-ONE-POSITION.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-READ
           IF NOT WS-END-OF-DEPT-POSITIONS
               IF POS-DEPT NOT = WS-CURR-DEPT
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
               ELSE
                   PERFORM 2200-PRINT-POSITION-LINE
               END-IF
           END-IF.

      *    AN INCUMBENT NO LONGER ON THE MASTER, TERMINATED, OR NOW
      *    IN ANOTHER DEPARTMENT IS FLAGGED FOR CORRECTION THROUGH
      *    POSMNT01 AND ADDS NO PAY HERE
       2200-PRINT-POSITION-LINE.
           ADD 1 TO WS-DEPT-POSNS
           MOVE 0 TO WS-ANNUAL-PAY
           MOVE SPACES TO PSR-EMP-NAME
           MOVE SPACE  TO PSR-TYPE
           IF POS-AUTH-FTE > 0
               MOVE POS-BUDGET-SALARY TO WS-POS-BUDGET
               ADD POS-AUTH-FTE       TO WS-DEPT-FTE
               ADD POS-BUDGET-SALARY  TO WS-DEPT-BUDGET
           ELSE
               MOVE 0 TO WS-POS-BUDGET
           END-IF
           EVALUATE TRUE
               WHEN POS-VACANT AND POS-AUTH-FTE = 0
                   MOVE 'FROZEN'   TO PSR-STATUS
                   ADD 1 TO WS-DEPT-VACANT
               WHEN POS-VACANT
                   MOVE 'VACANT'   TO PSR-STATUS
                   ADD 1 TO WS-DEPT-VACANT
               WHEN OTHER
                   ADD 1 TO WS-DEPT-FILLED
                   PERFORM 2250-STORE-INCUMBENT
                   PERFORM 2260-PRICE-INCUMBENT
           END-EVALUATE
           COMPUTE WS-VARIANCE = WS-POS-BUDGET - WS-ANNUAL-PAY
           MOVE POS-DEPT          TO PSR-DEPT
           MOVE POS-NUMBER        TO PSR-NUMBER
           MOVE POS-TITLE         TO PSR-TITLE
           MOVE POS-AUTH-FTE      TO PSR-FTE
           MOVE POS-BUDGET-SALARY TO PSR-BUDGET
           MOVE POS-INCUMBENT     TO PSR-EMP-ID
           MOVE WS-ANNUAL-PAY     TO PSR-ANNUAL
           MOVE WS-VARIANCE       TO PSR-VARIANCE
           MOVE POSR-DETAIL-LINE TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE.

       2250-STORE-INCUMBENT.
           IF WS-INC-COUNT >= 500
               DISPLAY 'POSRPT01 ERROR - MORE THAN 500 POSITIONS '
                   'FILLED IN DEPARTMENT ' WS-CURR-DEPT
                   ', INCUMBENT TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-INC-COUNT
           MOVE POS-INCUMBENT TO WS-INC-EMP-ID (WS-INC-COUNT).

       2260-PRICE-INCUMBENT.
           MOVE 'N' TO WS-EMP-FOUND-SW
           MOVE POS-INCUMBENT TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMP-ON-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMP-ON-FILE
                   MOVE 'NO EMP'   TO PSR-STATUS
               WHEN EMP-MST-TERMINATED
                   MOVE EMP-MST-NAME TO PSR-EMP-NAME
                   MOVE 'TERMED'   TO PSR-STATUS
               WHEN EMP-MST-DEPT NOT = POS-DEPT
                   MOVE EMP-MST-NAME TO PSR-EMP-NAME
                   MOVE 'OTHER DP' TO PSR-STATUS
               WHEN OTHER
                   MOVE EMP-MST-NAME TO PSR-EMP-NAME
                   MOVE EMP-MST-TYPE TO PSR-TYPE
                   MOVE 'FILLED'   TO PSR-STATUS
                   MOVE POS-AUTH-FTE TO WS-ANNUAL-FTE
                   PERFORM 2500-ANNUALIZE-PAY
                   ADD WS-ANNUAL-PAY TO WS-DEPT-ANNUAL
           END-EVALUATE.

      *    THE MASTER IS BROWSED ON THE DEPARTMENT KEY FOR CURRENT
      *    EMPLOYEES WHO ARE NOT AN INCUMBENT OF THE DEPARTMENT
       2300-LIST-UNSEATED-EMPLOYEES.
           MOVE 'N' TO WS-EMP-EOF-SWITCH
           MOVE WS-CURR-DEPT TO EMP-MST-DEPT
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EMP-MST-DEPT
               INVALID KEY
                   SET WS-END-OF-DEPT-EMPLOYEES TO TRUE
           END-START
           PERFORM 2350-CHECK-ONE-EMPLOYEE
               UNTIL WS-END-OF-DEPT-EMPLOYEES.

       2350-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPT-EMPLOYEES TO TRUE
           END-READ
           IF NOT WS-END-OF-DEPT-EMPLOYEES
               IF EMP-MST-DEPT NOT = WS-CURR-DEPT
                   SET WS-END-OF-DEPT-EMPLOYEES TO TRUE
               ELSE
                   IF NOT EMP-MST-TERMINATED
                       PERFORM 2360-FIND-INCUMBENT
                       IF WS-INC-FOUND-IX = 0
                           PERFORM 2400-PRINT-NO-POSITION-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2360-FIND-INCUMBENT.
           MOVE 0 TO WS-INC-FOUND-IX
           PERFORM 2370-SCAN-INCUMBENT
               VARYING WS-INC-IX FROM 1 BY 1
               UNTIL WS-INC-IX > WS-INC-COUNT
                  OR WS-INC-FOUND-IX > 0.

       2370-SCAN-INCUMBENT.
           IF WS-INC-EMP-ID (WS-INC-IX) = EMP-MST-ID
               MOVE WS-INC-IX TO WS-INC-FOUND-IX
           END-IF.

       2400-PRINT-NO-POSITION-LINE.
           ADD 1 TO WS-DEPT-NO-POSN
           MOVE 1.00 TO WS-ANNUAL-FTE
           PERFORM 2500-ANNUALIZE-PAY
           ADD WS-ANNUAL-PAY TO WS-DEPT-ANNUAL
           COMPUTE WS-VARIANCE = 0 - WS-ANNUAL-PAY
           MOVE EMP-MST-DEPT      TO PSR-DEPT
           MOVE SPACES            TO PSR-NUMBER
           MOVE '*NO POSITION*'   TO PSR-TITLE
           MOVE 0                 TO PSR-FTE
           MOVE 0                 TO PSR-BUDGET
           MOVE EMP-MST-ID        TO PSR-EMP-ID
           MOVE EMP-MST-NAME      TO PSR-EMP-NAME
           MOVE EMP-MST-TYPE      TO PSR-TYPE
           MOVE WS-ANNUAL-PAY     TO PSR-ANNUAL
           MOVE WS-VARIANCE       TO PSR-VARIANCE
           MOVE 'NO POSN'         TO PSR-STATUS
           MOVE POSR-DETAIL-LINE TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE.

      *    A SALARY IS PAID FOR THE STANDARD WEEK WHATEVER THE
      *    HOURS, SO ONLY HOURLY PAY IS SCALED BY THE POSITION FTE
       2500-ANNUALIZE-PAY.
           EVALUATE TRUE
               WHEN EMP-MST-SALARIED
                   COMPUTE WS-ANNUAL-PAY ROUNDED =
                       EMP-MST-PAY-RATE * WS-STD-WEEK-HOURS
                       * WS-WEEKS-PER-YEAR
               WHEN OTHER
                   COMPUTE WS-ANNUAL-PAY ROUNDED =
                       EMP-MST-PAY-RATE * WS-STD-YEAR-HOURS
                       * WS-ANNUAL-FTE
           END-EVALUATE.

       3200-PRINT-DEPT-TOTAL.
           MOVE WS-CURR-DEPT TO WS-DTL-DEPT
           MOVE WS-DEPT-TOTAL-LABEL TO PSR-TOT-LABEL
           MOVE WS-DEPT-POSNS       TO PSR-TOT-POSNS
           MOVE WS-DEPT-FILLED      TO PSR-TOT-FILLED
           MOVE WS-DEPT-VACANT      TO PSR-TOT-VACANT
           MOVE WS-DEPT-NO-POSN     TO PSR-TOT-NO-POSN
           MOVE WS-DEPT-FTE         TO PSR-TOT-FTE
           MOVE WS-DEPT-BUDGET      TO PSR-TOT-BUDGET
           MOVE WS-DEPT-ANNUAL      TO PSR-TOT-ANNUAL
           COMPUTE WS-VARIANCE = WS-DEPT-BUDGET - WS-DEPT-ANNUAL
           MOVE WS-VARIANCE         TO PSR-TOT-VARIANCE
           MOVE 'N' TO WS-FLAGGED-SW
           EVALUATE TRUE
               WHEN WS-DEPT-NO-POSN > 0 AND WS-VARIANCE < 0
                   MOVE 'OVERHIRED+OVR BUDGET' TO PSR-TOT-FLAG
                   SET WS-DEPT-FLAGGED TO TRUE
               WHEN WS-DEPT-NO-POSN > 0
                   MOVE 'OVERHIRED'            TO PSR-TOT-FLAG
                   SET WS-DEPT-FLAGGED TO TRUE
               WHEN WS-VARIANCE < 0
                   MOVE 'OVER BUDGET'          TO PSR-TOT-FLAG
                   SET WS-DEPT-FLAGGED TO TRUE
               WHEN OTHER
                   MOVE SPACES                 TO PSR-TOT-FLAG
           END-EVALUATE
           IF WS-DEPT-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           PERFORM 3300-WRITE-TOTAL-LINES
           ADD WS-DEPT-POSNS   TO WS-GRAND-POSNS
           ADD WS-DEPT-FILLED  TO WS-GRAND-FILLED
           ADD WS-DEPT-VACANT  TO WS-GRAND-VACANT
           ADD WS-DEPT-NO-POSN TO WS-GRAND-NO-POSN
           ADD WS-DEPT-FTE     TO WS-GRAND-FTE
           ADD WS-DEPT-BUDGET  TO WS-GRAND-BUDGET
           ADD WS-DEPT-ANNUAL  TO WS-GRAND-ANNUAL
           MOVE 0 TO WS-DEPT-POSNS WS-DEPT-FILLED WS-DEPT-VACANT
                     WS-DEPT-NO-POSN WS-DEPT-FTE WS-DEPT-BUDGET
                     WS-DEPT-ANNUAL.

       3300-WRITE-TOTAL-LINES.
           MOVE POSR-COUNT-LINE TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE
           MOVE POSR-AMOUNT-LINE TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE
           MOVE SPACES TO POSR-REPORT-LINE
           WRITE POSR-REPORT-LINE.

       9000-TERMINATION.
           MOVE 'COMPANY TOTAL - POSITION CONTROL'
               TO PSR-TOT-LABEL
           MOVE WS-GRAND-POSNS   TO PSR-TOT-POSNS
           MOVE WS-GRAND-FILLED  TO PSR-TOT-FILLED
           MOVE WS-GRAND-VACANT  TO PSR-TOT-VACANT
           MOVE WS-GRAND-NO-POSN TO PSR-TOT-NO-POSN
           MOVE WS-GRAND-FTE     TO PSR-TOT-FTE
           MOVE WS-GRAND-BUDGET  TO PSR-TOT-BUDGET
           MOVE WS-GRAND-ANNUAL  TO PSR-TOT-ANNUAL
           COMPUTE WS-VARIANCE = WS-GRAND-BUDGET - WS-GRAND-ANNUAL
           MOVE WS-VARIANCE      TO PSR-TOT-VARIANCE
           MOVE SPACES           TO PSR-TOT-FLAG
           PERFORM 3300-WRITE-TOTAL-LINES
           CLOSE DEPARTMENT-REF-FILE
           CLOSE POSITION-MASTER-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE POSR-REPORT-FILE
           IF WS-FLAGGED-COUNT > 0
               DISPLAY 'POSRPT01 - ' WS-FLAGGED-COUNT ' DEPARTMENTS '
                   'OVERHIRED OR OVER BUDGET, SEE POSITION REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
