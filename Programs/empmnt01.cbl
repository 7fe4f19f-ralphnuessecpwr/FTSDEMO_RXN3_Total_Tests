      *    MAY CARRY ONE; BLANK MEANS THE RUN DATE) SO EMPRET01 CAN
      *    GENERATE RETROACTIVE ADJUSTMENTS FOR RAISES THAT ARRIVE
      *    AFTER THE PERIODS THEY COVER HAVE ALREADY BEEN PAID.
      *    HEADCOUNT IS HELD TO THE POSITION MASTER MAINTAINED BY
      *    POSMNT01: AN ADD OR A DEPARTMENT TRANSFER IS REJECTED
      *    UNLESS THE TARGET DEPARTMENT HAS A VACANT AUTHORIZED
      *    POSITION, AND THE EMPLOYEE IS SEATED IN THE FIRST ONE
      *    FOUND. A TRANSFER OR TERMINATION RELEASES THE POSITION
      *    THE EMPLOYEE HELD. EACH SEATING AND RELEASE IS LOGGED
      *    THROUGH AUDLOG01. AN ADD ALSO STARTS THE EMPLOYEE'S
      *    RETIREMENT PLAN PARTICIPANT RECORD WITH THE HIRE DATE
      *    KEYED (BLANK MEANS THE RUN DATE) SO EMPPAY01 CAN HOLD
      *    BACK THE COMPANY MATCH FOR THE WAITING PERIOD; A HIRE
      *    DATE (HD) CHANGE CORRECTS IT, ALSO LOGGED THROUGH
      *    AUDLOG01.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRH-KEY
               FILE STATUS IS WS-PRH-FILE-STATUS.

           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'POSMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT DEDUCTION-DETAIL-FILE
               ASSIGN TO 'DEDDETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-DTL-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT MAINTENANCE-REPORT-FILE
               ASSIGN TO 'EMPMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PAY-RATE-HIST-FILE.
       COPY payhist1.

       FD  POSITION-MASTER-FILE.
       COPY posmst1.

       FD  DEDUCTION-DETAIL-FILE.
       COPY deddtl1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  MAINTENANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-REPORT-LINE  PIC X(132).
           05  WS-TRAN-STATUS          PIC X         VALUE 'A'.
               88  WS-TRAN-ACCEPTED                  VALUE 'A'.
               88  WS-TRAN-REJECTED                  VALUE 'R'.
           05  WS-DEPT-EOF-SWITCH      PIC X         VALUE 'N'.
               88  WS-END-OF-DEPT-POSITIONS          VALUE 'Y'.
           05  WS-POS-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-POSITION-FOUND                 VALUE 'Y'.
           05  WS-DEDDETL-AVAIL-SW     PIC X         VALUE 'N'.
               88  WS-DEDDETL-AVAILABLE              VALUE 'Y'.
       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-DEPTREF-STATUS           PIC X(2).
       01  WS-PRH-FILE-STATUS          PIC X(2).
       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).
       01  WS-DED-FILE-STATUS          PIC X(2).
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-CHECK-DEPT               PIC X(6).
       01  WS-CHECK-DATE-X             PIC X(8).

       01  WS-TRAN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-HIST-EFF-DATE        PIC 9(8)      VALUE 0.
           05  WS-HIST-PRIOR-RATE      PIC 9(5)V99   VALUE 0.

       01  WS-POSITION-WORK.
           05  WS-POS-DEPT             PIC X(6).
           05  WS-OLD-DEPT             PIC X(6).
           05  WS-VACANT-POS-KEY       PIC X(10).

      *    THE POSITION AS LOGGED - DEPARTMENT AND POSITION NUMBER
       01  WS-AUD-POSITION.
           05  WS-AUD-POS-DEPT         PIC X(6).
           05  FILLER                  PIC X         VALUE SPACE.
           05  WS-AUD-POS-NUMBER       PIC X(4).

       01  WS-HIRE-DATE                PIC 9(8)      VALUE 0.
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-CCYY            PIC 9(4).
           05  WS-HIRE-MM              PIC 99.
               88  WS-HIRE-MM-VALID              VALUES 1 THRU 12.
           05  WS-HIRE-DD              PIC 99.
               88  WS-HIRE-DD-VALID              VALUES 1 THRU 31.
       01  WS-OLD-HIRE-DATE            PIC 9(8)      VALUE 0.

       01  WS-OLD-PAY-RATE-EDIT        PIC ZZZZ9.99.
       01  WS-NEW-PAY-RATE-EDIT        PIC ZZZZ9.99.

               STOP RUN
           END-IF
           PERFORM 1650-OPEN-RATE-HISTORY
           PERFORM 1700-OPEN-RETIREMENT-PLAN
           OPEN I-O POSITION-MASTER-FILE
           IF WS-POS-FILE-STATUS NOT = '00'
               DISPLAY 'EMPMNT01 ERROR - POSITION MASTER FILE '
                   'OPEN FAILED, STATUS ' WS-POS-FILE-STATUS
                   ', RUN POSMNT01 TO BUILD IT, JOB ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINTENANCE-REPORT-FILE
           MOVE WS-CURR-MM   TO MNT-RUN-MM
           MOVE WS-CURR-DD   TO MNT-RUN-DD
               STOP RUN
           END-IF.

       1700-OPEN-RETIREMENT-PLAN.
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS = '35'
               OPEN OUTPUT RETIREMENT-PLAN-FILE
               CLOSE RETIREMENT-PLAN-FILE
               OPEN I-O RETIREMENT-PLAN-FILE
           END-IF
           IF WS-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'EMPMNT01 ERROR - RETIREMENT PLAN FILE OPEN '
                   'FAILED, STATUS ' WS-RPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEDUCTION-DETAIL-FILE
           IF WS-DED-FILE-STATUS = '00'
               SET WS-DEDDETL-AVAILABLE TO TRUE
           ELSE
               IF WS-DED-FILE-STATUS NOT = '35'
                   DISPLAY 'EMPMNT01 ERROR - DEDUCTION DETAIL FILE '
                       'OPEN FAILED, STATUS ' WS-DED-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               READ EMPLOYEE-TRANSACTION-FILE
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R06 INVALID EMPLOYEE TYPE'
                           TO WS-REJECT-REASON
                   WHEN TRN-ADD-HIRE-DATE-X = SPACES
                       MOVE WS-RUN-DATE-N TO WS-HIRE-DATE
                   WHEN OTHER
                       MOVE TRN-ADD-HIRE-DATE-X TO WS-CHECK-DATE-X
                       PERFORM 2700-CHECK-HIRE-DATE
               END-EVALUATE
           END-IF
           IF WS-TRAN-ACCEPTED
               MOVE TRN-ADD-DEPT TO WS-CHECK-DEPT
               PERFORM 2500-CHECK-DEPARTMENT
           END-IF
           IF WS-TRAN-ACCEPTED
               PERFORM 2600-FIND-VACANT-POSITION
           END-IF.

       2300-EDIT-CHANGE.
                           MOVE TRN-NEW-VALUE (1:6)
                               TO WS-CHECK-DEPT
                           PERFORM 2500-CHECK-DEPARTMENT
                           IF WS-TRAN-ACCEPTED
                               AND WS-CHECK-DEPT NOT = EMP-MST-DEPT
                               PERFORM 2600-FIND-VACANT-POSITION
                           END-IF
                       END-IF
                   WHEN TRN-FLD-PAY-RATE
                       IF TRN-NEW-VALUE (1:7) NOT NUMERIC
                           MOVE 'R13 INVALID STATUS CODE'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN TRN-FLD-HIRE-DATE
                       MOVE TRN-NEW-VALUE (1:8) TO WS-CHECK-DATE-X
                       PERFORM 2700-CHECK-HIRE-DATE
                   WHEN OTHER
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R04 INVALID FIELD CODE'
                       TO WS-REJECT-REASON
           END-READ.

      *    THE FIRST VACANT POSITION WITH AUTHORIZED FTE IN THE
      *    TARGET DEPARTMENT IS KEPT FOR THE APPLY STEP TO FILL
       2600-FIND-VACANT-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW
           MOVE 'N' TO WS-DEPT-EOF-SWITCH
           MOVE WS-CHECK-DEPT TO WS-POS-DEPT
           MOVE WS-CHECK-DEPT TO POS-DEPT
           MOVE LOW-VALUES    TO POS-NUMBER
           START POSITION-MASTER-FILE
               KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-START
           PERFORM 2610-SCAN-FOR-VACANCY
               UNTIL WS-END-OF-DEPT-POSITIONS
                  OR WS-POSITION-FOUND
           IF NOT WS-POSITION-FOUND
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R15 NO VACANT POSITION IN DEPT'
                   TO WS-REJECT-REASON
           END-IF.

       2610-SCAN-FOR-VACANCY.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-READ
           IF NOT WS-END-OF-DEPT-POSITIONS
               IF POS-DEPT NOT = WS-POS-DEPT
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
               ELSE
                   IF POS-VACANT
                       AND POS-AUTH-FTE > 0
                       SET WS-POSITION-FOUND TO TRUE
                       MOVE POS-KEY TO WS-VACANT-POS-KEY
                   END-IF
               END-IF
           END-IF.

      *    A HIRE DATE MUST BE A CCYYMMDD DATE NO LATER THAN THE
      *    RUN DATE - A FUTURE DATE WOULD ONLY STRETCH THE WAITING
      *    PERIOD
       2700-CHECK-HIRE-DATE.
           IF WS-CHECK-DATE-X NOT NUMERIC
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R16 HIRE DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               MOVE WS-CHECK-DATE-X TO WS-HIRE-DATE
               IF NOT WS-HIRE-MM-VALID
                   OR NOT WS-HIRE-DD-VALID
                   OR WS-HIRE-DATE > WS-RUN-DATE-N
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R17 INVALID HIRE DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2900-REJECT-INVALID-ACTION.
           SET WS-TRAN-REJECTED TO TRUE
           MOVE 'R01 INVALID ACTION CODE' TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN TRN-CHANGE AND TRN-FLD-HIRE-DATE
                   PERFORM 3400-APPLY-HIRE-DATE
               WHEN TRN-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN TRN-DELETE
                   MOVE WS-RUN-DATE-N TO WS-HIST-EFF-DATE
                   MOVE 0             TO WS-HIST-PRIOR-RATE
                   PERFORM 3500-POST-RATE-HISTORY
                   PERFORM 3600-SEAT-IN-POSITION
                   PERFORM 3800-START-PLAN-PARTICIPANT
           END-WRITE.

       3200-APPLY-CHANGE.
                   MOVE EMP-MST-NAME   TO ATC-NEW-VALUE
                   MOVE 'NAME'         TO ATC-FIELD-NAME
               WHEN TRN-FLD-DEPT
                   MOVE EMP-MST-DEPT   TO WS-OLD-DEPT
                   MOVE EMP-MST-DEPT   TO ATC-OLD-VALUE
                   MOVE TRN-NEW-VALUE  TO EMP-MST-DEPT
                   MOVE EMP-MST-DEPT   TO ATC-NEW-VALUE
                       MOVE WS-OLD-PAY-RATE TO WS-HIST-PRIOR-RATE
                       PERFORM 3500-POST-RATE-HISTORY
                   END-IF
                   IF TRN-FLD-DEPT
                       AND EMP-MST-DEPT NOT = WS-OLD-DEPT
                       MOVE WS-OLD-DEPT TO WS-POS-DEPT
                       PERFORM 3650-RELEASE-POSITION
                       PERFORM 3600-SEAT-IN-POSITION
                   END-IF
                   IF TRN-FLD-STATUS
                       AND EMP-MST-TERMINATED
                       MOVE EMP-MST-DEPT TO WS-POS-DEPT
                       PERFORM 3650-RELEASE-POSITION
                   END-IF
           END-REWRITE.

      *    A TERMINATION KEEPS THE RECORD AND ITS DEDUCTION DETAILS
                   MOVE EMP-MST-STATUS   TO ATC-NEW-VALUE
                   MOVE 'EMPMNT01'       TO ATC-CHANGED-BY
                   CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC
                   MOVE EMP-MST-DEPT     TO WS-POS-DEPT
                   PERFORM 3650-RELEASE-POSITION
           END-REWRITE.

      *    ONLY THE PLAN PARTICIPANT RECORD CARRIES THE HIRE DATE,
      *    SO THE MASTER IS NOT REWRITTEN. AN EMPLOYEE ON FILE
      *    BEFORE THE PLAN FILE IS STARTED A PARTICIPANT RECORD HERE
       3400-APPLY-HIRE-DATE.
           MOVE TRN-EMP-ID TO RPL-EMP-ID
           READ RETIREMENT-PLAN-FILE
               INVALID KEY
                   MOVE 0 TO WS-OLD-HIRE-DATE
                   PERFORM 3850-NEW-PLAN-PARTICIPANT
               NOT INVALID KEY
                   MOVE RPL-HIRE-DATE TO WS-OLD-HIRE-DATE
                   MOVE WS-HIRE-DATE  TO RPL-HIRE-DATE
                   REWRITE RETIREMENT-PLAN-REC
                       INVALID KEY
                           MOVE '23' TO WS-RPL-FILE-STATUS
                   END-REWRITE
           END-READ
           IF WS-RPL-FILE-STATUS = '00'
               MOVE TRN-EMP-ID       TO ATC-EMP-ID
               MOVE 'HIRE DATE'      TO ATC-FIELD-NAME
               MOVE SPACES           TO ATC-OLD-VALUE
               IF WS-OLD-HIRE-DATE > 0
                   MOVE WS-OLD-HIRE-DATE TO ATC-OLD-VALUE
               END-IF
               MOVE WS-HIRE-DATE     TO ATC-NEW-VALUE
               MOVE 'EMPMNT01'       TO ATC-CHANGED-BY
               CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC
           ELSE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R18 PLAN FILE I-O ERROR' TO WS-REJECT-REASON
           END-IF.

      *    A RE-KEYED CORRECTION OF THE SAME RAISE LANDS ON THE SAME
      *    EMPLOYEE AND EFFECTIVE DATE AND OVERWRITES THE EARLIER
      *    HISTORY ENTRY INSTEAD OF STACKING A DUPLICATE
                   END-REWRITE
           END-WRITE.

      *    THE MASTER HAS ALREADY BEEN UPDATED, SO A POSITION FILE
      *    FAILURE HERE IS REPORTED FOR CORRECTION THROUGH POSMNT01
       3600-SEAT-IN-POSITION.
           MOVE WS-VACANT-POS-KEY TO POS-KEY
           READ POSITION-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO WS-POS-FILE-STATUS
           END-READ
           IF WS-POS-FILE-STATUS = '00'
               MOVE TRN-EMP-ID TO POS-INCUMBENT
               REWRITE POSITION-MASTER-REC
                   INVALID KEY
                       MOVE '23' TO WS-POS-FILE-STATUS
               END-REWRITE
           END-IF
           IF WS-POS-FILE-STATUS = '00'
               MOVE SPACES          TO ATC-OLD-VALUE
               MOVE POS-DEPT        TO WS-AUD-POS-DEPT
               MOVE POS-NUMBER      TO WS-AUD-POS-NUMBER
               MOVE WS-AUD-POSITION TO ATC-NEW-VALUE
               PERFORM 3700-LOG-POSITION-CHANGE
           ELSE
               DISPLAY 'EMPMNT01 ERROR - POSITION UPDATE FAILED FOR '
                   TRN-EMP-ID ' POSITION ' WS-VACANT-POS-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    AN EMPLOYEE WHO HELD NO POSITION IN THE DEPARTMENT (ONE
      *    ON FILE BEFORE POSITION CONTROL BEGAN) HAS NONE TO RELEASE
       3650-RELEASE-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW
           MOVE 'N' TO WS-DEPT-EOF-SWITCH
           MOVE WS-POS-DEPT TO POS-DEPT
           MOVE LOW-VALUES  TO POS-NUMBER
           START POSITION-MASTER-FILE
               KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-START
           PERFORM 3660-SCAN-FOR-INCUMBENT
               UNTIL WS-END-OF-DEPT-POSITIONS
                  OR WS-POSITION-FOUND
           IF WS-POSITION-FOUND
               MOVE SPACES TO POS-INCUMBENT
               REWRITE POSITION-MASTER-REC
                   INVALID KEY
                       DISPLAY 'EMPMNT01 ERROR - POSITION RELEASE '
                           'FAILED FOR ' TRN-EMP-ID ' POSITION '
                           POS-KEY
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE POS-DEPT        TO WS-AUD-POS-DEPT
                       MOVE POS-NUMBER      TO WS-AUD-POS-NUMBER
                       MOVE WS-AUD-POSITION TO ATC-OLD-VALUE
                       MOVE SPACES          TO ATC-NEW-VALUE
                       PERFORM 3700-LOG-POSITION-CHANGE
               END-REWRITE
           END-IF.

       3660-SCAN-FOR-INCUMBENT.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
           END-READ
           IF NOT WS-END-OF-DEPT-POSITIONS
               IF POS-DEPT NOT = WS-POS-DEPT
                   SET WS-END-OF-DEPT-POSITIONS TO TRUE
               ELSE
                   IF POS-INCUMBENT = TRN-EMP-ID
                       SET WS-POSITION-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       3700-LOG-POSITION-CHANGE.
           MOVE TRN-EMP-ID     TO ATC-EMP-ID
           MOVE 'POSITION'     TO ATC-FIELD-NAME
           MOVE 'EMPMNT01'     TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

      *    THE MASTER HAS ALREADY BEEN ADDED, SO A PLAN FILE
      *    FAILURE HERE IS REPORTED AND THE HIRE DATE IS RE-KEYED
      *    AS AN HD CHANGE ONCE THE FILE IS PUT RIGHT
       3800-START-PLAN-PARTICIPANT.
           MOVE TRN-EMP-ID TO RPL-EMP-ID
           PERFORM 3850-NEW-PLAN-PARTICIPANT
           IF WS-RPL-FILE-STATUS = '00'
               MOVE TRN-EMP-ID       TO ATC-EMP-ID
               MOVE 'HIRE DATE'      TO ATC-FIELD-NAME
               MOVE SPACES           TO ATC-OLD-VALUE
               MOVE WS-HIRE-DATE     TO ATC-NEW-VALUE
               MOVE 'EMPMNT01'       TO ATC-CHANGED-BY
               CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC
           ELSE
               DISPLAY 'EMPMNT01 ERROR - RETIREMENT PLAN WRITE '
                   'FAILED FOR ' TRN-EMP-ID ', STATUS '
                   WS-RPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    THE YEAR'S CONTRIBUTIONS ALREADY TAKEN (AN EMPLOYEE ON
      *    FILE BEFORE THE PLAN FILE) ARE BROUGHT IN FROM THE
      *    DEDUCTION DETAIL, AS EMPPAY01 DOES WHEN IT STARTS A
      *    RECORD, SO THE PLAN AGREES WITH THE DEDUCTION REGISTER
       3850-NEW-PLAN-PARTICIPANT.
           MOVE 0            TO RPL-YTD-EE-CONTRIB
           IF WS-DEDDETL-AVAILABLE
               MOVE TRN-EMP-ID TO DED-DTL-EMP-ID
               MOVE 'RET'      TO DED-DTL-CODE
               READ DEDUCTION-DETAIL-FILE
                   NOT INVALID KEY
                       MOVE DED-DTL-YTD-AMOUNT TO RPL-YTD-EE-CONTRIB
               END-READ
           END-IF
           MOVE TRN-EMP-ID   TO RPL-EMP-ID
           MOVE WS-HIRE-DATE TO RPL-HIRE-DATE
           MOVE 0            TO RPL-YTD-MATCH
           MOVE 0            TO RPL-LAST-PERIOD
           WRITE RETIREMENT-PLAN-REC
               INVALID KEY
                   MOVE '22' TO WS-RPL-FILE-STATUS
           END-WRITE.

       4000-WRITE-EDIT-LINE.
           MOVE TRN-ACTION       TO MNT-ACTION
           MOVE TRN-EMP-ID       TO MNT-EMP-ID
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE DEPARTMENT-REF-FILE
           CLOSE PAY-RATE-HIST-FILE
           CLOSE POSITION-MASTER-FILE
           CLOSE RETIREMENT-PLAN-FILE
           IF WS-DEDDETL-AVAILABLE
               CLOSE DEDUCTION-DETAIL-FILE
           END-IF
           CLOSE MAINTENANCE-REPORT-FILE
           CANCEL 'AUDLOG01'
           IF WS-REJECT-COUNT > 0
