       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LVEMNT01.
      *
      *    LEAVE BALANCE MAINTENANCE
      *    READS A BATCH TRANSACTION FILE OF MANUAL ADJUSTMENTS TO
      *    THE LEAVE BALANCE FILE EMPPAY01 ACCRUES TO AND TAKES
      *    LEAVE FROM - ADD HOURS TO A BALANCE, DEDUCT HOURS FROM
      *    IT, OR SET IT OUTRIGHT (A CONVERSION FROM THE OLD
      *    SYSTEM, A CORRECTION AFTER AN AUDIT). EACH TRANSACTION
      *    IS VALIDATED AGAINST THE EMPLOYEE MASTER, MUST CARRY A
      *    REASON, AND MAY NOT DEDUCT MORE THAN THE BALANCE HOLDS.
      *    EVERY APPLIED ADJUSTMENT IS LOGGED THROUGH AUDLOG01 WITH
      *    THE BALANCE BEFORE AND AFTER, AND AN EDIT REPORT LISTS
      *    APPLIED AND REJECTED TRANSACTIONS WITH REASON CODES. A
      *    BALANCE NOT YET ON FILE IS STARTED AT ZERO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-TRAN-FILE
               ASSIGN TO 'LVETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LVEM-REPORT-FILE
               ASSIGN TO 'LVEMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-TRAN-FILE
           RECORDING MODE IS F.
       COPY lvetrn1.

       FD  LEAVE-BALANCE-FILE.
       COPY lvebal1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  LVEM-REPORT-FILE
           RECORDING MODE IS F.
       01  LVEM-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY lvemrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-TRAN-STATUS          PIC X         VALUE 'A'.
               88  WS-TRAN-ACCEPTED                  VALUE 'A'.
               88  WS-TRAN-REJECTED                  VALUE 'R'.
           05  WS-LVB-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-LVB-ON-FILE                    VALUE 'Y'.

       01  WS-LVB-FILE-STATUS          PIC X(2).
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

       01  WS-BALANCE-WORK.
           05  WS-OLD-BALANCE          PIC 9(4)V99   VALUE 0.
           05  WS-NEW-BALANCE          PIC 9(4)V99   VALUE 0.

       01  WS-OLD-BALANCE-EDIT         PIC ZZZZZZ9.99.
       01  WS-NEW-BALANCE-EDIT         PIC ZZZZZZ9.99.

       01  WS-AUD-FIELD-NAME.
           05  FILLER                  PIC X(10)
                                         VALUE 'LEAVE BAL '.
           05  WS-AUD-FIELD-TYPE       PIC X(3).
           05  FILLER                  PIC X(7)      VALUE SPACES.

       COPY audcall1.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT LEAVE-TRAN-FILE
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LVB-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'LVEMNT01 ERROR - LEAVE BALANCE FILE '
                   'OPEN FAILED, STATUS ' WS-LVB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'LVEMNT01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LVEM-REPORT-FILE
           MOVE WS-CURR-MM   TO LVM-RUN-MM
           MOVE WS-CURR-DD   TO LVM-RUN-DD
           MOVE WS-CURR-CCYY TO LVM-RUN-CCYY
           MOVE LVEM-REPORT-HDR1 TO LVEM-REPORT-LINE
           WRITE LVEM-REPORT-LINE
           MOVE LVEM-REPORT-HDR2 TO LVEM-REPORT-LINE
           WRITE LVEM-REPORT-LINE.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               READ LEAVE-TRAN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   MOVE 0 TO WS-OLD-BALANCE
                   MOVE 0 TO WS-NEW-BALANCE
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
               WHEN NOT (LVT-ADD OR LVT-DEDUCT OR LVT-SET)
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R01 INVALID ACTION CODE'
                       TO WS-REJECT-REASON
               WHEN LVT-EMP-ID = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R02 EMPLOYEE ID MISSING'
                       TO WS-REJECT-REASON
               WHEN NOT LVT-VALID-LEAVE-TYPE
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R03 INVALID LEAVE TYPE'
                       TO WS-REJECT-REASON
               WHEN LVT-HOURS-X NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R04 HOURS NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN LVT-HOURS = 0 AND NOT LVT-SET
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R05 HOURS MUST NOT BE ZERO'
                       TO WS-REJECT-REASON
               WHEN LVT-REASON = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R06 ADJUSTMENT REASON MISSING'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2200-EDIT-AGAINST-FILES
           END-EVALUATE.

       2200-EDIT-AGAINST-FILES.
           MOVE LVT-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R07 EMPLOYEE NOT ON MASTER'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-ACCEPTED
               PERFORM 2300-READ-LEAVE-BALANCE
               MOVE LVB-BALANCE TO WS-OLD-BALANCE
               EVALUATE TRUE
                   WHEN LVT-ADD
                       IF WS-OLD-BALANCE + LVT-HOURS > 9999.99
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'R09 BALANCE WOULD OVERFLOW'
                               TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-NEW-BALANCE =
                               WS-OLD-BALANCE + LVT-HOURS
                       END-IF
                   WHEN LVT-DEDUCT
                       IF LVT-HOURS > WS-OLD-BALANCE
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'R08 DEDUCT EXCEEDS BALANCE'
                               TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-NEW-BALANCE =
                               WS-OLD-BALANCE - LVT-HOURS
                       END-IF
                   WHEN LVT-SET
                       MOVE LVT-HOURS TO WS-NEW-BALANCE
               END-EVALUATE
           END-IF.

       2300-READ-LEAVE-BALANCE.
           MOVE 'N' TO WS-LVB-FOUND-SW
           MOVE LVT-EMP-ID     TO LVB-EMP-ID
           MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE LVT-EMP-ID     TO LVB-EMP-ID
                   MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE
                   MOVE 0              TO LVB-BALANCE
                   MOVE 0              TO LVB-LAST-PERIOD
               NOT INVALID KEY
                   SET WS-LVB-ON-FILE TO TRUE
           END-READ.

      *    THE LAST PERIOD STAMP IS LEFT AS EMPPAY01 LAST SET IT -
      *    IT RECORDS THE LAST PAY RUN, NOT THE LAST ADJUSTMENT
       3000-APPLY-TRANSACTION.
           MOVE WS-NEW-BALANCE TO LVB-BALANCE
           IF WS-LVB-ON-FILE
               REWRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R10 BALANCE FILE I-O ERROR'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 3500-LOG-BALANCE-CHANGE
               END-REWRITE
           ELSE
               WRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R10 BALANCE FILE I-O ERROR'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 3500-LOG-BALANCE-CHANGE
               END-WRITE
           END-IF.

       3500-LOG-BALANCE-CHANGE.
           MOVE WS-OLD-BALANCE TO WS-OLD-BALANCE-EDIT
           MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-EDIT
           MOVE LVT-EMP-ID     TO ATC-EMP-ID
           MOVE LVT-LEAVE-TYPE TO WS-AUD-FIELD-TYPE
           MOVE WS-AUD-FIELD-NAME   TO ATC-FIELD-NAME
           MOVE WS-OLD-BALANCE-EDIT TO ATC-OLD-VALUE
           MOVE WS-NEW-BALANCE-EDIT TO ATC-NEW-VALUE
           MOVE 'LVEMNT01'     TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

       4000-WRITE-EDIT-LINE.
           MOVE LVT-ACTION     TO LVM-ACTION
           MOVE LVT-EMP-ID     TO LVM-EMP-ID
           MOVE LVT-LEAVE-TYPE TO LVM-LEAVE-TYPE
           IF LVT-HOURS-X NUMERIC
               MOVE LVT-HOURS TO LVM-HOURS
           ELSE
               MOVE 0 TO LVM-HOURS
           END-IF
           MOVE LVT-REASON     TO LVM-REASON
           IF WS-TRAN-ACCEPTED
               MOVE WS-OLD-BALANCE TO LVM-OLD-BAL
               MOVE WS-NEW-BALANCE TO LVM-NEW-BAL
               MOVE 'APPLIED '   TO LVM-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 0 TO LVM-OLD-BAL
               MOVE 0 TO LVM-NEW-BAL
               MOVE 'REJECTED'   TO LVM-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-REJECT-REASON TO LVM-REJECT
           MOVE LVEM-DETAIL-LINE TO LVEM-REPORT-LINE
           WRITE LVEM-REPORT-LINE.

       9000-TERMINATION.
           MOVE WS-READ-COUNT    TO LVM-TOT-READ
           MOVE WS-APPLIED-COUNT TO LVM-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO LVM-TOT-REJECT
           MOVE LVEM-TOTAL-LINE TO LVEM-REPORT-LINE
           WRITE LVEM-REPORT-LINE
           CLOSE LEAVE-TRAN-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LVEM-REPORT-FILE
           CANCEL 'AUDLOG01'
           IF WS-REJECT-COUNT > 0
               DISPLAY 'LVEMNT01 - ' WS-REJECT-COUNT ' TRANSACTIONS '
                   'REJECTED, SEE EDIT REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
