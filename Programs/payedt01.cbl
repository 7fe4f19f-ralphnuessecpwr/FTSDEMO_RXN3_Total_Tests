       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYEDT01.
      *
      *    HOURS FILE PRE-EDIT AND BATCH BALANCING
      *    RUNS AHEAD OF EMPPAY01 AGAINST THE HOURS BATCH SENT BY
      *    TIMEKEEPING. THE BATCH MUST OPEN WITH A HEADER CARRYING
      *    THE PERIOD END DATE OF THE OPEN CALENDAR PERIOD NAMED ON
      *    THE RUN CONTROL RECORD, AND CLOSE WITH A TRAILER WHOSE
      *    RECORD COUNT AND HASH TOTAL OF HOURS MUST AGREE WITH THE
      *    DETAIL RECORDS RECEIVED - A MISSING HEADER OR TRAILER, A
      *    WRONG PERIOD, OR TOTALS THAT DO NOT AGREE (A FILE CUT
      *    SHORT IN TRANSMISSION) PUT THE BATCH OUT OF BALANCE.
      *    EVERY DETAIL RECORD IS EDITED AGAINST THE EMPLOYEE
      *    MASTER, THE EARNINGS CODE TABLE AND THE PERIOD: AN
      *    EMPLOYEE NOT ON FILE OR NOT ACTIVE, AN UNKNOWN CODE, BAD
      *    OR ZERO HOURS OR AMOUNT, HOURS OVER ANY PLAUSIBLE WEEK,
      *    AN HOURS CODE IN A BONUS PERIOD, THE SAME CODE KEYED
      *    TWICE FOR ONE EMPLOYEE, OR AN EMPLOYEE KEYED A SECOND
      *    TIME FURTHER DOWN THE BATCH ALL SEND THE RECORD TO THE
      *    SUSPENSE FILE WITH A REASON. AN EMPLOYEE'S GOOD RECORDS
      *    ARE HELD UNTIL THE NEXT EMPLOYEE STARTS, AND IF THEIR
      *    HOURS TOGETHER ARE MORE THAN ANYONE COULD WORK IN ONE
      *    PERIOD THE WHOLE GROUP IS SUSPENDED. GOOD RECORDS ARE
      *    WRITTEN BETWEEN A NEW HEADER AND TRAILER TO THE EDITED
      *    HOURS FILE EMPPAY01 PAYS FROM. ACTIVE HOURLY EMPLOYEES
      *    WITH NO HOURS IN THE BATCH ARE LISTED FOR TIMEKEEPING TO
      *    CHASE.
      *
      *    RETURN CODE 8 MEANS THE BATCH IS OUT OF BALANCE AND THE
      *    PAY RUN MUST BE HELD; 4 MEANS RECORDS WERE SUSPENDED OR
      *    HOURLY EMPLOYEES ARE MISSING; 16 MEANS THE RUN PERIOD IS
      *    NOT OPEN ON THE CALENDAR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-PERIOD-FILE
               ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-NUMBER
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT EARNINGS-CODE-FILE
               ASSIGN TO 'EARNCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERN-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-HOURS-FILE
               ASSIGN TO 'PAYHOURS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDITED-HOURS-FILE
               ASSIGN TO 'PAYHRSOK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOURS-SUSPENSE-FILE
               ASSIGN TO 'PAYHRSSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PEDT-REPORT-FILE
               ASSIGN TO 'PAYEDT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY runctl1.

       FD  PAY-PERIOD-FILE.
       COPY payprd1.

       FD  EARNINGS-CODE-FILE
           RECORDING MODE IS F.
       COPY erncde1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  PAY-HOURS-FILE
           RECORDING MODE IS F.
       COPY payhrs1.

       FD  EDITED-HOURS-FILE
           RECORDING MODE IS F.
       01  EDITED-HOURS-REC        PIC X(30).

       FD  HOURS-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY paysus1.

       FD  PEDT-REPORT-FILE
           RECORDING MODE IS F.
       01  PEDT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY payedt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-HRS-STATUS           PIC X         VALUE 'G'.
               88  WS-HRS-REC-GOOD                   VALUE 'G'.
               88  WS-HRS-REC-SUSPENDED              VALUE 'S'.
           05  WS-BALANCE-SW           PIC X         VALUE 'Y'.
               88  WS-BATCH-IN-BALANCE               VALUE 'Y'.
               88  WS-BATCH-OUT-OF-BALANCE           VALUE 'N'.
           05  WS-HEADER-SW            PIC X         VALUE 'N'.
               88  WS-HEADER-SEEN                    VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X         VALUE 'N'.
               88  WS-TRAILER-SEEN                   VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-CALENDAR                VALUE 'Y'.
           05  WS-PRD-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-PERIOD-FOUND                   VALUE 'Y'.
           05  WS-BONUS-RUN-SW         PIC X         VALUE 'N'.
               88  WS-BONUS-RUN                      VALUE 'Y'.
           05  WS-ERN-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-EARNINGS-CODES          VALUE 'Y'.
           05  WS-EMP-EOF-SWITCH       PIC X         VALUE 'N'.
               88  WS-END-OF-MASTER                  VALUE 'Y'.
           05  WS-EMP-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-EMP-ON-FILE                    VALUE 'Y'.
           05  WS-GROUP-DUP-SW         PIC X         VALUE 'N'.
               88  WS-GROUP-KEYED-TWICE              VALUE 'Y'.

       01  WS-PRD-FILE-STATUS          PIC X(2).
       01  WS-ERN-FILE-STATUS          PIC X(2).
       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-SUSPENSE-REASON          PIC X(30).

       01  WS-BATCH-COUNTERS.
           05  WS-DETAIL-COUNT         PIC 9(7)      VALUE 0.
           05  WS-DETAIL-HASH          PIC 9(7)V99   VALUE 0.
           05  WS-GOOD-COUNT           PIC 9(7)      VALUE 0.
           05  WS-GOOD-HASH            PIC 9(7)V99   VALUE 0.
           05  WS-SUSPENSE-COUNT       PIC 9(7)      VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(7)      VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(7)      VALUE 0.
           05  WS-TRAILER-HASH         PIC 9(7)V99   VALUE 0.

      *    NO ONE RECORD CAN PLAUSIBLY CARRY MORE HOURS THAN THIS
       01  WS-MAX-RECORD-HOURS         PIC 9(3)V99   VALUE 80.00.
      *    NOR CAN ONE EMPLOYEE'S RECORDS TOGETHER CARRY MORE
       01  WS-MAX-EMPLOYEE-HOURS       PIC 9(3)V99   VALUE 120.00.

       01  WS-PERIOD-NUMBER            PIC 9(5)      VALUE 0.
       01  WS-PERIOD-END-DATE          PIC 9(8).

       01  WS-EARNINGS-CODE-TABLE.
           05  WS-ERN-COUNT            PIC 9(2)      VALUE 0.
           05  WS-ERN-ENTRY OCCURS 40 TIMES.
               10  WS-ERN-CODE         PIC X(3).
               10  WS-ERN-BASIS        PIC X.
                   88  WS-ERN-AMOUNT-BASIS           VALUE 'A'.

       01  WS-EARNINGS-CODE-SUBSCRIPTS.
           05  WS-ERN-IX               PIC 9(2).
           05  WS-ERN-FOUND-IX         PIC 9(2).

      *    EVERY EMPLOYEE ID SEEN IN THE BATCH - CATCHES AN EMPLOYEE
      *    KEYED AGAIN FURTHER DOWN AND DRIVES THE MISSING-HOURS LIST
       01  WS-SEEN-EMPLOYEE-TABLE.
           05  WS-SEEN-COUNT           PIC 9(5)      VALUE 0.
           05  WS-SEEN-EMP-ID OCCURS 5000 TIMES
                                       PIC X(6).

       01  WS-SEEN-SUBSCRIPTS.
           05  WS-SEEN-IX              PIC 9(5).
           05  WS-SEEN-FOUND-IX        PIC 9(5).

      *    THE CODES ALREADY KEYED FOR THE EMPLOYEE BEING EDITED,
      *    EACH WITH THE GOOD RECORD IT CAME ON, HELD UNTIL THE
      *    EMPLOYEE'S HOURS TOTAL IS KNOWN
       01  WS-GROUP-CODE-TABLE.
           05  WS-GCODE-COUNT          PIC 9(2)      VALUE 0.
           05  WS-GCODE-HOURS          PIC 9(4)V99   VALUE 0.
           05  WS-GCODE-GROUP OCCURS 20 TIMES.
               10  WS-GCODE-ENTRY      PIC X(3).
               10  WS-GCODE-RECORD     PIC X(23).

       01  WS-GROUP-CODE-SUBSCRIPTS.
           05  WS-GCODE-IX             PIC 9(2).
           05  WS-GCODE-FOUND-IX       PIC 9(2).

       01  WS-GROUP-WORK.
           05  WS-GROUP-EMP-ID         PIC X(6)      VALUE SPACES.
           05  WS-LINE-CODE            PIC X(3).
           05  WS-HOLD-HOURS-REC       PIC X(23).

       01  WS-OUT-CONTROL-REC.
           05  WS-OUT-REC-ID           PIC X(6).
           05  WS-OUT-PERIOD-END       PIC 9(8).
           05  WS-OUT-RECORD-COUNT     PIC 9(7).
           05  WS-OUT-HOURS-HASH       PIC 9(7)V99.

       01  WS-HOURS-EDIT               PIC ZZ9.99.
       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZ9.99.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-EDIT-HOURS-BATCH
           PERFORM 3000-BALANCE-BATCH
           PERFORM 4000-LIST-MISSING-HOURS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-VALIDATE-PAY-PERIOD
           PERFORM 1300-LOAD-EARNINGS-CODES
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'PAYEDT01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-HOURS-FILE
           OPEN OUTPUT EDITED-HOURS-FILE
           OPEN OUTPUT HOURS-SUSPENSE-FILE
           OPEN OUTPUT PEDT-REPORT-FILE
           MOVE WS-CURR-MM   TO PED-RUN-MM
           MOVE WS-CURR-DD   TO PED-RUN-DD
           MOVE WS-CURR-CCYY TO PED-RUN-CCYY
           MOVE WS-PERIOD-NUMBER TO PED-PERIOD
           MOVE PEDT-REPORT-HDR1 TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           MOVE PEDT-REPORT-HDR2 TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           MOVE 'HEADER'           TO WS-OUT-REC-ID
           MOVE WS-PERIOD-END-DATE TO WS-OUT-PERIOD-END
           MOVE 0                  TO WS-OUT-RECORD-COUNT
           MOVE 0                  TO WS-OUT-HOURS-HASH
           MOVE WS-OUT-CONTROL-REC TO EDITED-HOURS-REC
           WRITE EDITED-HOURS-REC.

       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'PAYEDT01 ERROR - RUN CONTROL RECORD '
                       'MISSING, JOB ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RUN-CONTROL-FILE
           COMPUTE WS-PERIOD-END-DATE =
               (RUNCTL-PERIOD-END-CCYY * 10000)
               + (RUNCTL-PERIOD-END-MM * 100)
               + RUNCTL-PERIOD-END-DD.

      *    THE SAME GATE EMPPAY01 APPLIES - HOURS FOR A PERIOD THAT
      *    IS NOT OPEN CAN NEVER BE PAID, SO NOTHING IS EDITED
       1200-VALIDATE-PAY-PERIOD.
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PRD-FILE-STATUS NOT = '00'
               DISPLAY 'PAYEDT01 ERROR - PAY PERIOD CALENDAR OPEN '
                   'FAILED, STATUS ' WS-PRD-FILE-STATUS
                   ', RUN PRDMNT01 TO BUILD IT, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PRD-NUMBER
           START PAY-PERIOD-FILE
               KEY IS NOT LESS THAN PRD-NUMBER
               INVALID KEY
                   SET WS-END-OF-CALENDAR TO TRUE
           END-START
           PERFORM 1250-FIND-CALENDAR-PERIOD
               UNTIL WS-PERIOD-FOUND OR WS-END-OF-CALENDAR
           IF NOT WS-PERIOD-FOUND
               DISPLAY 'PAYEDT01 ERROR - NO CALENDAR PERIOD ENDS '
                   WS-PERIOD-END-DATE ', JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT PRD-OPEN
               DISPLAY 'PAYEDT01 ERROR - PERIOD ' PRD-NUMBER
                   ' IS ALREADY ' PRD-STATUS
                   ' (P=PAID C=CLOSED), JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRD-NUMBER TO WS-PERIOD-NUMBER
           IF PRD-BONUS-PERIOD
               SET WS-BONUS-RUN TO TRUE
           END-IF
           CLOSE PAY-PERIOD-FILE.

       1250-FIND-CALENDAR-PERIOD.
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           IF NOT WS-END-OF-CALENDAR
               AND PRD-END-DATE = WS-PERIOD-END-DATE
               SET WS-PERIOD-FOUND TO TRUE
           END-IF.

      *    ONLY THE CODE AND HOW IT IS PRICED MATTER HERE; EMPPAY01
      *    VALIDATES THE REST OF EACH TABLE ENTRY
       1300-LOAD-EARNINGS-CODES.
           MOVE 2     TO WS-ERN-COUNT
           MOVE 'REG' TO WS-ERN-CODE (1)
           MOVE 'H'   TO WS-ERN-BASIS (1)
           MOVE 'OT ' TO WS-ERN-CODE (2)
           MOVE 'H'   TO WS-ERN-BASIS (2)
           OPEN INPUT EARNINGS-CODE-FILE
           IF WS-ERN-FILE-STATUS = '35'
               DISPLAY 'PAYEDT01 WARNING - NO EARNINGS CODE TABLE '
                   'ON HAND, ONLY REG AND OT CAN BE PAID'
           ELSE
               IF WS-ERN-FILE-STATUS NOT = '00'
                   DISPLAY 'PAYEDT01 ERROR - EARNINGS CODE TABLE '
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
                       AND ERN-CODE NOT = SPACES
                       PERFORM 1350-STORE-EARNINGS-CODE
                   END-IF
               END-PERFORM
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       1350-STORE-EARNINGS-CODE.
           MOVE ERN-CODE TO WS-LINE-CODE
           PERFORM 2310-FIND-EARNINGS-CODE
           IF WS-ERN-FOUND-IX = 0
               IF WS-ERN-COUNT >= 40
                   DISPLAY 'PAYEDT01 ERROR - MORE THAN 40 EARNINGS '
                       'CODES, EARNINGS CODE TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ERN-COUNT
               MOVE WS-ERN-COUNT TO WS-ERN-FOUND-IX
           END-IF
           MOVE ERN-CODE  TO WS-ERN-CODE (WS-ERN-FOUND-IX)
           MOVE ERN-BASIS TO WS-ERN-BASIS (WS-ERN-FOUND-IX).

       2000-EDIT-HOURS-BATCH.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-HOURS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   EVALUATE TRUE
                       WHEN PHC-HEADER-REC
                           PERFORM 2100-CHECK-HEADER
                       WHEN PHC-TRAILER-REC
                           PERFORM 2150-CHECK-TRAILER
                       WHEN OTHER
                           PERFORM 2200-EDIT-DETAIL-RECORD
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 2700-CLOSE-EMPLOYEE-GROUP.

       2100-CHECK-HEADER.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN
                   MOVE 'SECOND HEADER RECORD IN BATCH'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               WHEN WS-DETAIL-COUNT > 0 OR WS-TRAILER-SEEN
                   MOVE 'HEADER RECORD IS NOT FIRST IN BATCH'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               WHEN PHC-PERIOD-END-X NOT NUMERIC
                   MOVE 'HEADER PERIOD END DATE NOT NUMERIC'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               WHEN PHC-PERIOD-END NOT = WS-PERIOD-END-DATE
                   MOVE SPACES TO PED-MESSAGE
                   STRING 'HEADER PERIOD END ' PHC-PERIOD-END-X
                       ' IS NOT THE OPEN RUN PERIOD END '
                       WS-PERIOD-END-DATE
                       DELIMITED BY SIZE INTO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
           END-EVALUATE
           SET WS-HEADER-SEEN TO TRUE.

       2150-CHECK-TRAILER.
           IF WS-TRAILER-SEEN
               MOVE 'SECOND TRAILER RECORD IN BATCH' TO PED-MESSAGE
               PERFORM 3900-WRITE-BALANCE-EXCEPTION
           ELSE
               SET WS-TRAILER-SEEN TO TRUE
               IF PHC-RECORD-COUNT-X NUMERIC
                   AND PHC-HOURS-HASH-X NUMERIC
                   MOVE PHC-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE PHC-HOURS-HASH   TO WS-TRAILER-HASH
               ELSE
                   MOVE 'TRAILER CONTROL TOTALS NOT NUMERIC'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               END-IF
           END-IF.

      *    EVERY DETAIL RECORD COUNTS TOWARD THE BATCH TOTALS THE
      *    TRAILER IS PROVED AGAINST, WHETHER IT IS PASSED OR HELD
       2200-EDIT-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT
           IF PAY-HRS-HOURS-X NUMERIC
               ADD PAY-HRS-HOURS TO WS-DETAIL-HASH
           END-IF
           IF PAY-HRS-EMP-ID NOT = WS-GROUP-EMP-ID
               PERFORM 2700-CLOSE-EMPLOYEE-GROUP
               PERFORM 2300-START-EMPLOYEE-GROUP
           END-IF
           SET WS-HRS-REC-GOOD TO TRUE
           MOVE SPACES TO WS-SUSPENSE-REASON
           MOVE PAY-HRS-EARN-CODE TO WS-LINE-CODE
           IF WS-LINE-CODE = SPACES
               MOVE 'REG' TO WS-LINE-CODE
           END-IF
           PERFORM 2310-FIND-EARNINGS-CODE
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R01 RECORD FOLLOWS TRAILER'
                       TO WS-SUSPENSE-REASON
               WHEN PAY-HRS-EMP-ID = SPACES
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R02 EMPLOYEE ID MISSING'
                       TO WS-SUSPENSE-REASON
               WHEN WS-GROUP-KEYED-TWICE
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R03 EMPLOYEE KEYED TWICE'
                       TO WS-SUSPENSE-REASON
               WHEN NOT WS-EMP-ON-FILE
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R04 EMPLOYEE NOT ON MASTER'
                       TO WS-SUSPENSE-REASON
               WHEN NOT EMP-MST-ACTIVE
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R05 EMPLOYEE NOT ACTIVE'
                       TO WS-SUSPENSE-REASON
               WHEN WS-ERN-FOUND-IX = 0
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R06 EARNINGS CODE NOT ON FILE'
                       TO WS-SUSPENSE-REASON
               WHEN WS-ERN-AMOUNT-BASIS (WS-ERN-FOUND-IX)
                   PERFORM 2250-EDIT-AMOUNT
               WHEN WS-BONUS-RUN
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R09 HOURS CODE IN BONUS PERIOD'
                       TO WS-SUSPENSE-REASON
               WHEN PAY-HRS-HOURS-X NOT NUMERIC
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R10 HOURS NOT NUMERIC'
                       TO WS-SUSPENSE-REASON
               WHEN PAY-HRS-HOURS = 0
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R11 HOURS ARE ZERO'
                       TO WS-SUSPENSE-REASON
               WHEN PAY-HRS-HOURS > WS-MAX-RECORD-HOURS
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R12 HOURS OVER 80 - IMPLAUSIBLE'
                       TO WS-SUSPENSE-REASON
           END-EVALUATE
           IF WS-HRS-REC-GOOD
               PERFORM 2400-CHECK-DUPLICATE-CODE
           END-IF
           IF WS-HRS-REC-SUSPENDED
               PERFORM 2600-SUSPEND-RECORD
           END-IF.

       2250-EDIT-AMOUNT.
           IF PAY-HRS-AMOUNT-X NOT NUMERIC
               SET WS-HRS-REC-SUSPENDED TO TRUE
               MOVE 'R07 AMOUNT NOT NUMERIC' TO WS-SUSPENSE-REASON
           ELSE
               IF PAY-HRS-AMOUNT = 0
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R08 AMOUNT IS ZERO' TO WS-SUSPENSE-REASON
               END-IF
           END-IF.

      *    AN EMPLOYEE'S RECORDS ARRIVE TOGETHER. ONE WHO WAS
      *    ALREADY SEEN EARLIER IN THE BATCH HAS BEEN KEYED TWICE
      *    AND THE SECOND GROUP IS HELD WHOLE
       2300-START-EMPLOYEE-GROUP.
           MOVE PAY-HRS-EMP-ID TO WS-GROUP-EMP-ID
           MOVE 0 TO WS-GCODE-COUNT
           MOVE 0 TO WS-GCODE-HOURS
           MOVE 'N' TO WS-GROUP-DUP-SW
           MOVE 'N' TO WS-EMP-FOUND-SW
           MOVE 0 TO WS-SEEN-FOUND-IX
           PERFORM 2320-SCAN-SEEN-EMPLOYEE
               VARYING WS-SEEN-IX FROM 1 BY 1
               UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                  OR WS-SEEN-FOUND-IX > 0
           IF WS-SEEN-FOUND-IX > 0
               SET WS-GROUP-KEYED-TWICE TO TRUE
           ELSE
               IF WS-SEEN-COUNT >= 5000
                   DISPLAY 'PAYEDT01 ERROR - MORE THAN 5000 '
                       'EMPLOYEES IN BATCH, SEEN TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-GROUP-EMP-ID TO WS-SEEN-EMP-ID (WS-SEEN-COUNT)
           END-IF
           MOVE WS-GROUP-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMP-ON-FILE TO TRUE
           END-READ.

       2310-FIND-EARNINGS-CODE.
           MOVE 0 TO WS-ERN-FOUND-IX
           PERFORM 2315-SCAN-EARNINGS-CODE
               VARYING WS-ERN-IX FROM 1 BY 1
               UNTIL WS-ERN-IX > WS-ERN-COUNT
                  OR WS-ERN-FOUND-IX > 0.

       2315-SCAN-EARNINGS-CODE.
           IF WS-ERN-CODE (WS-ERN-IX) = WS-LINE-CODE
               MOVE WS-ERN-IX TO WS-ERN-FOUND-IX
           END-IF.

       2320-SCAN-SEEN-EMPLOYEE.
           IF WS-SEEN-EMP-ID (WS-SEEN-IX) = WS-GROUP-EMP-ID
               MOVE WS-SEEN-IX TO WS-SEEN-FOUND-IX
           END-IF.

      *    EMPPAY01 WOULD ADD A CODE KEYED TWICE INTO ONE LINE AND
      *    PAY IT DOUBLE, SO THE SECOND ONE IS HELD FOR REVIEW
       2400-CHECK-DUPLICATE-CODE.
           MOVE 0 TO WS-GCODE-FOUND-IX
           PERFORM 2410-SCAN-GROUP-CODE
               VARYING WS-GCODE-IX FROM 1 BY 1
               UNTIL WS-GCODE-IX > WS-GCODE-COUNT
                  OR WS-GCODE-FOUND-IX > 0
           IF WS-GCODE-FOUND-IX > 0
               SET WS-HRS-REC-SUSPENDED TO TRUE
               MOVE 'R13 CODE KEYED TWICE FOR EMP'
                   TO WS-SUSPENSE-REASON
           ELSE
               IF WS-GCODE-COUNT >= 20
                   SET WS-HRS-REC-SUSPENDED TO TRUE
                   MOVE 'R14 OVER 20 CODES FOR EMPLOYEE'
                       TO WS-SUSPENSE-REASON
               ELSE
                   ADD 1 TO WS-GCODE-COUNT
                   MOVE WS-LINE-CODE TO WS-GCODE-ENTRY (WS-GCODE-COUNT)
                   MOVE PAY-HOURS-REC
                       TO WS-GCODE-RECORD (WS-GCODE-COUNT)
                   IF PAY-HRS-HOURS-X NUMERIC
                       ADD PAY-HRS-HOURS TO WS-GCODE-HOURS
                   END-IF
               END-IF
           END-IF.

       2410-SCAN-GROUP-CODE.
           IF WS-GCODE-ENTRY (WS-GCODE-IX) = WS-LINE-CODE
               MOVE WS-GCODE-IX TO WS-GCODE-FOUND-IX
           END-IF.

       2500-PASS-RECORD.
           ADD 1 TO WS-GOOD-COUNT
           IF PAY-HRS-HOURS-X NUMERIC
               ADD PAY-HRS-HOURS TO WS-GOOD-HASH
           END-IF
           MOVE PAY-HOURS-REC TO EDITED-HOURS-REC
           WRITE EDITED-HOURS-REC.

       2600-SUSPEND-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE SPACES             TO PAY-SUSPENSE-REC
           MOVE PAY-HOURS-REC      TO PSP-HOURS-DATA
           MOVE WS-SUSPENSE-REASON TO PSP-REASON
           WRITE PAY-SUSPENSE-REC
           MOVE PAY-HRS-EMP-ID     TO PED-EMP-ID
           MOVE PAY-HRS-EARN-CODE  TO PED-EARN-CODE
           IF PAY-HRS-HOURS-X NUMERIC
               MOVE PAY-HRS-HOURS  TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT  TO PED-HOURS
           ELSE
               MOVE PAY-HRS-HOURS-X TO PED-HOURS
           END-IF
           IF PAY-HRS-AMOUNT-X NUMERIC
               MOVE PAY-HRS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO PED-AMOUNT
           ELSE
               MOVE PAY-HRS-AMOUNT-X TO PED-AMOUNT
           END-IF
           MOVE WS-SUSPENSE-REASON TO PED-REASON
           MOVE PEDT-DETAIL-LINE TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE.

      *    AT THE EMPLOYEE BREAK (AND AT END OF BATCH) THE GROUP'S
      *    HELD RECORDS GO TO THE PAY RUN TOGETHER, OR TO SUSPENSE
      *    TOGETHER WHEN THEIR HOURS ADD UP TO MORE THAN ONE PERSON
      *    COULD WORK - EACH RECORD PASSED THE 80-HOUR EDIT ALONE.
      *    THE RECORD JUST READ IS PUT BACK WHEN THE GROUP IS DONE
       2700-CLOSE-EMPLOYEE-GROUP.
           MOVE PAY-HOURS-REC TO WS-HOLD-HOURS-REC
           IF WS-GCODE-HOURS > WS-MAX-EMPLOYEE-HOURS
               MOVE 'R15 EMPLOYEE HOURS IMPLAUSIBLE'
                   TO WS-SUSPENSE-REASON
           ELSE
               MOVE SPACES TO WS-SUSPENSE-REASON
           END-IF
           PERFORM 2710-RELEASE-GROUP-RECORD
               VARYING WS-GCODE-IX FROM 1 BY 1
               UNTIL WS-GCODE-IX > WS-GCODE-COUNT
           MOVE 0 TO WS-GCODE-COUNT
           MOVE 0 TO WS-GCODE-HOURS
           MOVE WS-HOLD-HOURS-REC TO PAY-HOURS-REC.

       2710-RELEASE-GROUP-RECORD.
           MOVE WS-GCODE-RECORD (WS-GCODE-IX) TO PAY-HOURS-REC
           IF WS-SUSPENSE-REASON = SPACES
               PERFORM 2500-PASS-RECORD
           ELSE
               PERFORM 2600-SUSPEND-RECORD
           END-IF.

      *    THE TRAILER MUST PROVE THE BATCH RECEIVED IS THE BATCH
      *    SENT. THE EDITED FILE GETS A TRAILER OF ITS OWN FOR THE
      *    RECORDS PASSED TO THE PAY RUN
       3000-BALANCE-BATCH.
           IF NOT WS-HEADER-SEEN
               MOVE 'NO HEADER RECORD ON BATCH' TO PED-MESSAGE
               PERFORM 3900-WRITE-BALANCE-EXCEPTION
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD - BATCH MAY BE CUT SHORT'
                   TO PED-MESSAGE
               PERFORM 3900-WRITE-BALANCE-EXCEPTION
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'TRAILER RECORD COUNT DOES NOT AGREE'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               END-IF
               IF WS-TRAILER-HASH NOT = WS-DETAIL-HASH
                   MOVE 'TRAILER HASH TOTAL OF HOURS DOES NOT AGREE'
                       TO PED-MESSAGE
                   PERFORM 3900-WRITE-BALANCE-EXCEPTION
               END-IF
           END-IF
           MOVE 'TRAILR'           TO WS-OUT-REC-ID
           MOVE WS-PERIOD-END-DATE TO WS-OUT-PERIOD-END
           MOVE WS-GOOD-COUNT      TO WS-OUT-RECORD-COUNT
           MOVE WS-GOOD-HASH       TO WS-OUT-HOURS-HASH
           MOVE WS-OUT-CONTROL-REC TO EDITED-HOURS-REC
           WRITE EDITED-HOURS-REC
           MOVE SPACES TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           MOVE 'DETAIL RECORDS RECEIVED'  TO PED-CTL-LABEL
           MOVE WS-DETAIL-COUNT            TO PED-CTL-COUNT
           MOVE WS-DETAIL-HASH             TO PED-CTL-HOURS
           MOVE SPACES                     TO PED-CTL-NOTE
           PERFORM 3950-WRITE-CONTROL-LINE
           MOVE 'TRAILER CONTROL TOTALS'   TO PED-CTL-LABEL
           MOVE WS-TRAILER-COUNT           TO PED-CTL-COUNT
           MOVE WS-TRAILER-HASH            TO PED-CTL-HOURS
           IF WS-BATCH-IN-BALANCE
               MOVE 'IN BALANCE'           TO PED-CTL-NOTE
           ELSE
               MOVE 'OUT OF BALANCE'       TO PED-CTL-NOTE
           END-IF
           PERFORM 3950-WRITE-CONTROL-LINE
           MOVE 'PASSED TO PAY RUN'        TO PED-CTL-LABEL
           MOVE WS-GOOD-COUNT              TO PED-CTL-COUNT
           MOVE WS-GOOD-HASH               TO PED-CTL-HOURS
           MOVE SPACES                     TO PED-CTL-NOTE
           PERFORM 3950-WRITE-CONTROL-LINE
           MOVE 'HELD IN SUSPENSE'         TO PED-CTL-LABEL
           MOVE WS-SUSPENSE-COUNT          TO PED-CTL-COUNT
           COMPUTE PED-CTL-HOURS = WS-DETAIL-HASH - WS-GOOD-HASH
           PERFORM 3950-WRITE-CONTROL-LINE.

       3900-WRITE-BALANCE-EXCEPTION.
           SET WS-BATCH-OUT-OF-BALANCE TO TRUE
           MOVE PEDT-MESSAGE-LINE TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           MOVE SPACES TO PED-MESSAGE.

       3950-WRITE-CONTROL-LINE.
           MOVE PEDT-CONTROL-LINE TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE.

      *    NO HOURLY EMPLOYEE IS EXPECTED TO HAVE HOURS IN A BONUS
      *    PERIOD, SO THE LIST IS ONLY MADE FOR A REGULAR PERIOD
       4000-LIST-MISSING-HOURS.
           IF NOT WS-BONUS-RUN
               MOVE SPACES TO PEDT-REPORT-LINE
               WRITE PEDT-REPORT-LINE
               MOVE PEDT-MISSING-HDR TO PEDT-REPORT-LINE
               WRITE PEDT-REPORT-LINE
               MOVE LOW-VALUES TO EMP-MST-ID
               START EMPLOYEE-MASTER-FILE
                   KEY IS NOT LESS THAN EMP-MST-ID
                   INVALID KEY
                       SET WS-END-OF-MASTER TO TRUE
               END-START
               PERFORM 4100-CHECK-ONE-EMPLOYEE
                   UNTIL WS-END-OF-MASTER
               MOVE 'HOURLY EMPLOYEES WITHOUT HOURS' TO PED-CTL-LABEL
               MOVE WS-MISSING-COUNT TO PED-CTL-COUNT
               MOVE 0                TO PED-CTL-HOURS
               MOVE SPACES           TO PED-CTL-NOTE
               PERFORM 3950-WRITE-CONTROL-LINE
           END-IF.

       4100-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ
           IF NOT WS-END-OF-MASTER
               AND EMP-MST-ACTIVE
               AND EMP-MST-HOURLY
               MOVE EMP-MST-ID TO WS-GROUP-EMP-ID
               MOVE 0 TO WS-SEEN-FOUND-IX
               PERFORM 2320-SCAN-SEEN-EMPLOYEE
                   VARYING WS-SEEN-IX FROM 1 BY 1
                   UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                      OR WS-SEEN-FOUND-IX > 0
               IF WS-SEEN-FOUND-IX = 0
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE EMP-MST-ID   TO PED-MISS-EMP-ID
                   MOVE EMP-MST-NAME TO PED-MISS-NAME
                   MOVE EMP-MST-DEPT TO PED-MISS-DEPT
                   MOVE PEDT-MISSING-LINE TO PEDT-REPORT-LINE
                   WRITE PEDT-REPORT-LINE
               END-IF
           END-IF.

       9000-TERMINATION.
           MOVE SPACES TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           IF WS-BATCH-IN-BALANCE
               MOVE 'BATCH IN BALANCE - RELEASED TO THE PAY RUN'
                   TO PED-MESSAGE
           ELSE
               MOVE 'BATCH OUT OF BALANCE - HOLD THE PAY RUN'
                   TO PED-MESSAGE
           END-IF
           MOVE PEDT-MESSAGE-LINE TO PEDT-REPORT-LINE
           WRITE PEDT-REPORT-LINE
           CLOSE PAY-HOURS-FILE
           CLOSE EDITED-HOURS-FILE
           CLOSE HOURS-SUSPENSE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PEDT-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-BATCH-OUT-OF-BALANCE
                   DISPLAY 'PAYEDT01 - HOURS BATCH OUT OF BALANCE, '
                       'PAY RUN HELD, SEE EDIT REPORT'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUSPENSE-COUNT > 0 OR WS-MISSING-COUNT > 0
                   DISPLAY 'PAYEDT01 - ' WS-SUSPENSE-COUNT
                       ' RECORDS SUSPENDED, ' WS-MISSING-COUNT
                       ' HOURLY EMPLOYEES WITHOUT HOURS, SEE EDIT '
                       'REPORT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
