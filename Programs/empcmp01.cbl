      *    REPORT AS ALWAYS, WHILE A YEAR-END RUN ALSO PRODUCES AN
      *    ANNUAL COMPENSATION STATEMENT PER EMPLOYEE FROM THE YTD
      *    FIELDS, ARCHIVES THE MASTER, AND ROLLS THE YEAR OVER BY
      *    ZEROING THE YTD AMOUNTS (AND THE DEDUCTION DETAIL FILE
      *    AND THE RETIREMENT PLAN CONTRIBUTION AND MATCH TOTALS)
      *    FOR THE NEW YEAR, EACH MASTER RESET LOGGED THROUGH
      *    AUDLOG01. EVERY EXECUTION IS ASSIGNED THE NEXT RUN
      *    NUMBER, RECORDED ON THE RUN-HISTORY FILE WITH ITS
               RECORD KEY IS DED-DTL-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT DEPARTMENT-REF-FILE
               ASSIGN TO 'DEPTREF.DAT'
               ORGANIZATION IS INDEXED
       FD  DEDUCTION-DETAIL-FILE.
       COPY deddtl1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  DEPARTMENT-REF-FILE.
       COPY deptref1.

       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-CKPT-FILE-STATUS         PIC X(2).
       01  WS-DED-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).
       01  WS-DEPTREF-STATUS           PIC X(2).
       01  WS-DEPTREF-SW               PIC X         VALUE 'N'.
           88  WS-DEPTREF-AVAILABLE                  VALUE 'Y'.
               88  WS-YE-END-OF-MASTER               VALUE 'Y'.
           05  WS-YE-DTL-EOF-SWITCH    PIC X         VALUE 'N'.
               88  WS-YE-END-OF-DETAIL               VALUE 'Y'.
           05  WS-YE-RPL-EOF-SWITCH    PIC X         VALUE 'N'.
               88  WS-YE-END-OF-PLAN                 VALUE 'Y'.
           05  WS-YE-EMP-COUNT         PIC 9(7)      VALUE 0.
           05  WS-OLD-YTD-GROSS        PIC 9(7)V99.
           05  WS-OLD-YTD-DEDUCT       PIC 9(7)V99.
           PERFORM 8100-ROLL-ONE-EMPLOYEE
               UNTIL WS-YE-END-OF-MASTER
           PERFORM 8500-CLEAR-DEDUCTION-DETAIL
           PERFORM 8700-CLEAR-RETIREMENT-PLAN
           CLOSE ANNUAL-STATEMENT-FILE
           CLOSE MASTER-ARCHIVE-FILE
           DISPLAY 'EMPCMP01 - YEAR-END ROLLOVER COMPLETE FOR '
               END-REWRITE
           END-IF.

      *    THE HIRE DATE STAYS - ONLY THE YEAR'S CONTRIBUTION AND
      *    MATCH TOTALS START OVER, IN STEP WITH THE DEDUCTION DETAIL
       8700-CLEAR-RETIREMENT-PLAN.
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS = '35'
               DISPLAY 'EMPCMP01 - NO RETIREMENT PLAN FILE ON '
                   'HAND, NOTHING TO CLEAR'
           ELSE
               IF WS-RPL-FILE-STATUS NOT = '00'
                   DISPLAY 'EMPCMP01 ERROR - RETIREMENT PLAN OPEN '
                       'FAILED, STATUS ' WS-RPL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE LOW-VALUES TO RPL-EMP-ID
                   START RETIREMENT-PLAN-FILE
                       KEY IS NOT LESS THAN RPL-EMP-ID
                       INVALID KEY
                           SET WS-YE-END-OF-PLAN TO TRUE
                   END-START
                   PERFORM 8800-CLEAR-ONE-PARTICIPANT
                       UNTIL WS-YE-END-OF-PLAN
                   CLOSE RETIREMENT-PLAN-FILE
               END-IF
           END-IF.

       8800-CLEAR-ONE-PARTICIPANT.
           READ RETIREMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-YE-END-OF-PLAN TO TRUE
           END-READ
           IF NOT WS-YE-END-OF-PLAN
               MOVE 0 TO RPL-YTD-EE-CONTRIB
               MOVE 0 TO RPL-YTD-MATCH
               MOVE 0 TO RPL-LAST-PERIOD
               REWRITE RETIREMENT-PLAN-REC
                   INVALID KEY
                       DISPLAY 'EMPCMP01 ERROR - RETIREMENT PLAN '
                           'CLEAR FAILED FOR ' RPL-EMP-ID
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF.

       9000-TERMINATION.
           SET WS-RUN-COMPLETE TO TRUE
           PERFORM 2400-WRITE-CHECKPOINT
