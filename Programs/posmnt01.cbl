       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSMNT01.
      *
      *    POSITION MASTER MAINTENANCE
      *    READS A BATCH TRANSACTION FILE OF ADD / CHANGE / DELETE
      *    REQUESTS AGAINST THE POSITION MASTER - ONE RECORD PER
      *    AUTHORIZED POSITION, KEYED BY DEPARTMENT AND POSITION
      *    NUMBER, CARRYING THE TITLE, AUTHORIZED FTE, BUDGETED
      *    ANNUAL SALARY AND THE INCUMBENT EMPLOYEE. A CHANGE
      *    REPLACES THE TITLE, FTE AND BUDGET; A POSITION MAY ONLY
      *    BE DELETED, OR FROZEN AT ZERO FTE, WHILE IT IS VACANT.
      *    THE FILL ACTION (F) SEATS AN ACTIVE EMPLOYEE OF THE SAME
      *    DEPARTMENT IN A VACANT AUTHORIZED POSITION AND THE VACATE
      *    ACTION (V) EMPTIES ONE - THESE ARE FOR SETTING UP THE
      *    FILE AND FOR CORRECTIONS, SINCE EMPMNT01 SEATS AND
      *    RELEASES INCUMBENTS ITSELF ON ADDS, TRANSFERS AND
      *    TERMINATIONS. EVERY INCUMBENT CHANGE IS LOGGED THROUGH
      *    AUDLOG01, AND AN EDIT REPORT LISTS APPLIED AND REJECTED
      *    TRANSACTIONS WITH REASON CODES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-TRAN-FILE
               ASSIGN TO 'POSTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'POSMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT DEPARTMENT-REF-FILE
               ASSIGN TO 'DEPTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-REF-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT POSM-REPORT-FILE
               ASSIGN TO 'POSMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-TRAN-FILE
           RECORDING MODE IS F.
       COPY postrn1.

       FD  POSITION-MASTER-FILE.
       COPY posmst1.

       FD  DEPARTMENT-REF-FILE.
       COPY deptref1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  POSM-REPORT-FILE
           RECORDING MODE IS F.
       01  POSM-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY posmrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-TRAN-STATUS          PIC X         VALUE 'A'.
               88  WS-TRAN-ACCEPTED                  VALUE 'A'.
               88  WS-TRAN-REJECTED                  VALUE 'R'.
           05  WS-POS-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-POS-ON-FILE                    VALUE 'Y'.
           05  WS-DEPT-EOF-SWITCH      PIC X         VALUE 'N'.
               88  WS-END-OF-DEPT-POSITIONS          VALUE 'Y'.
           05  WS-HELD-SW              PIC X         VALUE 'N'.
               88  WS-EMP-HOLDS-POSITION             VALUE 'Y'.

       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-DEPTREF-STATUS           PIC X(2).
       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-REJECT-REASON            PIC X(30).

       01  WS-TRAN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(6)      VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

      *    THE POSITION AS LOGGED - DEPARTMENT AND POSITION NUMBER
       01  WS-AUD-POSITION.
           05  WS-AUD-POS-DEPT         PIC X(6).
           05  FILLER                  PIC X         VALUE SPACE.
           05  WS-AUD-POS-NUMBER       PIC X(4).

       01  WS-FTE-EDIT                 PIC 9.99.
       01  WS-BUDGET-EDIT              PIC Z,ZZZ,ZZ9.99.

       COPY audcall1.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT POSITION-TRAN-FILE
           OPEN I-O POSITION-MASTER-FILE
           IF WS-POS-FILE-STATUS = '35'
               OPEN OUTPUT POSITION-MASTER-FILE
               CLOSE POSITION-MASTER-FILE
               OPEN I-O POSITION-MASTER-FILE
           END-IF
           IF WS-POS-FILE-STATUS NOT = '00'
               DISPLAY 'POSMNT01 ERROR - POSITION MASTER FILE '
                   'OPEN FAILED, STATUS ' WS-POS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPARTMENT-REF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY 'POSMNT01 ERROR - DEPARTMENT REFERENCE FILE '
                   'OPEN FAILED, STATUS ' WS-DEPTREF-STATUS
                   ', RUN DEPTMNT1 TO BUILD IT, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'POSMNT01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSM-REPORT-FILE
           MOVE WS-CURR-MM   TO PSM-RUN-MM
           MOVE WS-CURR-DD   TO PSM-RUN-DD
           MOVE WS-CURR-CCYY TO PSM-RUN-CCYY
           MOVE POSM-REPORT-HDR1 TO POSM-REPORT-LINE
           WRITE POSM-REPORT-LINE
           MOVE POSM-REPORT-HDR2 TO POSM-REPORT-LINE
           WRITE POSM-REPORT-LINE.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               READ POSITION-TRAN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-EDIT-TRANSACTION
                   IF WS-TRAN-ACCEPTED
                       PERFORM 3000-APPLY-TRANSACTION
                   END-IF
                   PERFORM 4000-WRITE-EDIT-LINE
               END-IF
           END-PERFORM.

       2100-EDIT-TRANSACTION.
           SET WS-TRAN-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT (PTR-ADD OR PTR-CHANGE OR PTR-DELETE
                         OR PTR-FILL OR PTR-VACATE)
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R01 INVALID ACTION CODE'
                       TO WS-REJECT-REASON
               WHEN PTR-DEPT = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R02 DEPARTMENT CODE MISSING'
                       TO WS-REJECT-REASON
               WHEN PTR-NUMBER NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R03 POSITION NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-READ-POSITION
                   EVALUATE TRUE
                       WHEN PTR-ADD
                           PERFORM 2200-EDIT-ADD
                       WHEN PTR-CHANGE
                           PERFORM 2300-EDIT-CHANGE
                       WHEN PTR-DELETE
                           PERFORM 2400-EDIT-DELETE
                       WHEN PTR-FILL
                           PERFORM 2500-EDIT-FILL
                       WHEN PTR-VACATE
                           PERFORM 2600-EDIT-VACATE
                   END-EVALUATE
           END-EVALUATE.

       2150-READ-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW
           MOVE PTR-DEPT   TO POS-DEPT
           MOVE PTR-NUMBER TO POS-NUMBER
           READ POSITION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POS-ON-FILE TO TRUE
           END-READ.

       2200-EDIT-ADD.
           IF WS-POS-ON-FILE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R04 POSITION ALREADY ON FILE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE PTR-DEPT TO DEPT-REF-CODE
               READ DEPARTMENT-REF-FILE
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R06 DEPARTMENT NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-ACCEPTED
               PERFORM 2250-EDIT-POSITION-DATA
           END-IF.

       2250-EDIT-POSITION-DATA.
           EVALUATE TRUE
               WHEN PTR-TITLE = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R07 POSITION TITLE MISSING'
                       TO WS-REJECT-REASON
               WHEN PTR-FTE-X NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R08 FTE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN PTR-FTE > 1.00
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R09 FTE OVER 1.00' TO WS-REJECT-REASON
               WHEN PTR-BUDGET-X NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R10 BUDGET SALARY NOT NUMERIC'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2300-EDIT-CHANGE.
           IF NOT WS-POS-ON-FILE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R05 POSITION NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM 2250-EDIT-POSITION-DATA
           END-IF
           IF WS-TRAN-ACCEPTED
               AND PTR-FTE = 0
               AND NOT POS-VACANT
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R11 POSITION IS FILLED' TO WS-REJECT-REASON
           END-IF.

       2400-EDIT-DELETE.
           EVALUATE TRUE
               WHEN NOT WS-POS-ON-FILE
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R05 POSITION NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN NOT POS-VACANT
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R11 POSITION IS FILLED'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2500-EDIT-FILL.
           EVALUATE TRUE
               WHEN NOT WS-POS-ON-FILE
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R05 POSITION NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN NOT POS-VACANT
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R11 POSITION IS FILLED'
                       TO WS-REJECT-REASON
               WHEN POS-AUTH-FTE = 0
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R16 POSITION NOT AUTHORIZED'
                       TO WS-REJECT-REASON
               WHEN PTR-EMP-ID = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R12 EMPLOYEE ID MISSING'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2550-EDIT-INCUMBENT
           END-EVALUATE.

      *    THE INCUMBENT MUST BE A CURRENT EMPLOYEE OF THE SAME
      *    DEPARTMENT WHO DOES NOT ALREADY HOLD ONE OF ITS POSITIONS
       2550-EDIT-INCUMBENT.
           MOVE PTR-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R13 EMPLOYEE NOT ON MASTER'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-ACCEPTED
               EVALUATE TRUE
                   WHEN EMP-MST-TERMINATED
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R14 EMPLOYEE TERMINATED'
                           TO WS-REJECT-REASON
                   WHEN EMP-MST-DEPT NOT = PTR-DEPT
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R15 EMPLOYEE IN OTHER DEPARTMENT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-TRAN-ACCEPTED
               PERFORM 2560-CHECK-POSITION-HELD
               IF WS-EMP-HOLDS-POSITION
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R17 EMP ALREADY HOLDS POSITION'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    BROWSES THE DEPARTMENT'S POSITIONS; THE POSITION BEING
      *    FILLED IS RE-READ AFTERWARD SO THE REWRITE HITS IT
       2560-CHECK-POSITION-HELD.
           MOVE 'N' TO WS-HELD-SW
           MOVE 'N' TO WS-DEPT-EOF-SWITCH
           MOVE PTR-DEPT   TO POS-DEPT
           MOVE LOW-VALUES TO POS-NUMBER
           START POSITION-MASTER-FILE
               KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-START
           PERFORM 2570-SCAN-DEPT-POSITION
               UNTIL WS-END-OF-DEPT-POSITIONS
                  OR WS-EMP-HOLDS-POSITION
           PERFORM 2150-READ-POSITION.

       2570-SCAN-DEPT-POSITION.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-READ
           IF NOT WS-END-OF-DEPT-POSITIONS
               IF POS-DEPT NOT = PTR-DEPT
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
               ELSE
                   IF POS-INCUMBENT = PTR-EMP-ID
                       SET WS-EMP-HOLDS-POSITION TO TRUE
                   END-IF
               END-IF
           END-IF.

       2600-EDIT-VACATE.
           EVALUATE TRUE
               WHEN NOT WS-POS-ON-FILE
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R05 POSITION NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN POS-VACANT
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R18 POSITION ALREADY VACANT'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       3000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PTR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN PTR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN PTR-DELETE
                   PERFORM 3300-APPLY-DELETE
               WHEN PTR-FILL
                   PERFORM 3400-APPLY-FILL
               WHEN PTR-VACATE
                   PERFORM 3450-APPLY-VACATE
           END-EVALUATE.

       3100-APPLY-ADD.
           MOVE PTR-DEPT    TO POS-DEPT
           MOVE PTR-NUMBER  TO POS-NUMBER
           MOVE PTR-TITLE   TO POS-TITLE
           MOVE PTR-FTE     TO POS-AUTH-FTE
           MOVE PTR-BUDGET  TO POS-BUDGET-SALARY
           MOVE SPACES      TO POS-INCUMBENT
           WRITE POSITION-MASTER-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R19 POSITION FILE I-O ERROR'
                       TO WS-REJECT-REASON
           END-WRITE.

       3200-APPLY-CHANGE.
           MOVE PTR-TITLE   TO POS-TITLE
           MOVE PTR-FTE     TO POS-AUTH-FTE
           MOVE PTR-BUDGET  TO POS-BUDGET-SALARY
           REWRITE POSITION-MASTER-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R19 POSITION FILE I-O ERROR'
                       TO WS-REJECT-REASON
           END-REWRITE.

       3300-APPLY-DELETE.
           DELETE POSITION-MASTER-FILE RECORD
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R19 POSITION FILE I-O ERROR'
                       TO WS-REJECT-REASON
           END-DELETE.

       3400-APPLY-FILL.
           MOVE PTR-EMP-ID TO POS-INCUMBENT
           REWRITE POSITION-MASTER-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R19 POSITION FILE I-O ERROR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE PTR-EMP-ID      TO ATC-EMP-ID
                   MOVE SPACES          TO ATC-OLD-VALUE
                   MOVE POS-DEPT        TO WS-AUD-POS-DEPT
                   MOVE POS-NUMBER      TO WS-AUD-POS-NUMBER
                   MOVE WS-AUD-POSITION TO ATC-NEW-VALUE
                   PERFORM 3500-LOG-INCUMBENT-CHANGE
           END-REWRITE.

       3450-APPLY-VACATE.
           MOVE POS-INCUMBENT TO ATC-EMP-ID
           MOVE SPACES        TO POS-INCUMBENT
           REWRITE POSITION-MASTER-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R19 POSITION FILE I-O ERROR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE POS-DEPT        TO WS-AUD-POS-DEPT
                   MOVE POS-NUMBER      TO WS-AUD-POS-NUMBER
                   MOVE WS-AUD-POSITION TO ATC-OLD-VALUE
                   MOVE SPACES          TO ATC-NEW-VALUE
                   PERFORM 3500-LOG-INCUMBENT-CHANGE
           END-REWRITE.

       3500-LOG-INCUMBENT-CHANGE.
           MOVE 'POSITION'     TO ATC-FIELD-NAME
           MOVE 'POSMNT01'     TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

       4000-WRITE-EDIT-LINE.
           MOVE PTR-ACTION     TO PSM-ACTION
           MOVE PTR-DEPT       TO PSM-DEPT
           MOVE PTR-NUMBER     TO PSM-NUMBER
           MOVE PTR-TITLE      TO PSM-TITLE
           IF PTR-FTE-X NUMERIC
               MOVE PTR-FTE     TO WS-FTE-EDIT
               MOVE WS-FTE-EDIT TO PSM-FTE
           ELSE
               MOVE PTR-FTE-X   TO PSM-FTE
           END-IF
           IF PTR-BUDGET-X NUMERIC
               MOVE PTR-BUDGET     TO WS-BUDGET-EDIT
               MOVE WS-BUDGET-EDIT TO PSM-BUDGET
           ELSE
               MOVE PTR-BUDGET-X   TO PSM-BUDGET
           END-IF
           MOVE PTR-EMP-ID     TO PSM-EMP-ID
           IF WS-TRAN-ACCEPTED
               MOVE 'APPLIED '   TO PSM-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED'   TO PSM-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-REJECT-REASON TO PSM-REASON
           MOVE POSM-DETAIL-LINE TO POSM-REPORT-LINE
           WRITE POSM-REPORT-LINE.

       9000-TERMINATION.
           MOVE WS-READ-COUNT    TO PSM-TOT-READ
           MOVE WS-APPLIED-COUNT TO PSM-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO PSM-TOT-REJECT
           MOVE POSM-TOTAL-LINE TO POSM-REPORT-LINE
           WRITE POSM-REPORT-LINE
           CLOSE POSITION-TRAN-FILE
           CLOSE POSITION-MASTER-FILE
           CLOSE DEPARTMENT-REF-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE POSM-REPORT-FILE
           CANCEL 'AUDLOG01'
           IF WS-REJECT-COUNT > 0
               DISPLAY 'POSMNT01 - ' WS-REJECT-COUNT ' TRANSACTIONS '
                   'REJECTED, SEE EDIT REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
