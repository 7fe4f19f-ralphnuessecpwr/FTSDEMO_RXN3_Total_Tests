      *    SO NOBODY CAN VANISH BEFORE THEIR LAST ANNUAL STATEMENT
      *    PRINTS. EACH PURGED EMPLOYEE'S SATELLITE RECORDS GO WITH
      *    THE MASTER - DEDUCTION DETAILS, DEDUCTION ELECTIONS, PAY
      *    RATE HISTORY, PAY POSTING HISTORY AND ITS DETAIL, LEAVE
      *    BALANCES, GARNISHMENT ORDERS AND BANK ACCOUNTS (ROUTING
      *    AND ACCOUNT NUMBERS MUST NOT OUTLIVE THE EMPLOYEE THEY
      *    BELONG TO), AND THE RETIREMENT PLAN PARTICIPANT RECORD -
      *    AND THE PURGE ITSELF IS LOGGED THROUGH AUDLOG01, WHERE
      *    THE EMPLOYEE'S CHANGE HISTORY REMAINS AFTER THE PURGE. A
      *    PURGE REPORT LISTS EVERY RECORD REMOVED AND THE
      *    TERMINATED RECORDS RETAINED AS NOT YET ELIGIBLE.
               RECORD KEY IS PPH-KEY
               FILE STATUS IS WS-PPH-FILE-STATUS.

           SELECT PAY-POST-DETAIL-FILE
               ASSIGN TO 'PAYPDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPD-KEY
               FILE STATUS IS WS-PPD-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT GARNISHMENT-ORDER-FILE
               ASSIGN TO 'GRNORDER.DAT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BNK-KEY
               FILE STATUS IS WS-BNK-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT PURGE-REPORT-FILE
               ASSIGN TO 'EMPPRG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PAY-POSTING-FILE.
       COPY paypost1.

       FD  PAY-POST-DETAIL-FILE.
       COPY pstdtl1.

       FD  LEAVE-BALANCE-FILE.
       COPY lvebal1.

       FD  GARNISHMENT-ORDER-FILE.
       COPY grnord1.

       FD  EMPLOYEE-BANK-FILE.
       COPY bnkacct1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01  PURGE-REPORT-LINE       PIC X(132).
               88  WS-PRH-AVAILABLE                  VALUE 'Y'.
           05  WS-PPH-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-PPH-AVAILABLE                  VALUE 'Y'.
           05  WS-PPD-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-PPD-AVAILABLE                  VALUE 'Y'.
           05  WS-LVB-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-LVB-AVAILABLE                  VALUE 'Y'.
           05  WS-GRN-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-GRN-AVAILABLE                  VALUE 'Y'.
           05  WS-BNK-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-BNK-AVAILABLE                  VALUE 'Y'.
           05  WS-RPL-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-RPL-AVAILABLE                  VALUE 'Y'.
           05  WS-CHAIN-DONE-SW        PIC X         VALUE 'N'.
               88  WS-CHAIN-DONE                     VALUE 'Y'.

       01  WS-ELECT-FILE-STATUS        PIC X(2).
       01  WS-PRH-FILE-STATUS          PIC X(2).
       01  WS-PPH-FILE-STATUS          PIC X(2).
       01  WS-PPD-FILE-STATUS          PIC X(2).
       01  WS-LVB-FILE-STATUS          PIC X(2).
       01  WS-GRN-FILE-STATUS          PIC X(2).
       01  WS-BNK-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).

       01  WS-PURGE-COUNTERS.
           05  WS-SCANNED-COUNT        PIC 9(7)      VALUE 0.
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PAY-POST-DETAIL-FILE
           IF WS-PPD-FILE-STATUS = '00'
               SET WS-PPD-AVAILABLE TO TRUE
           ELSE
               IF WS-PPD-FILE-STATUS NOT = '35'
                   DISPLAY 'EMPPRG01 ERROR - POSTING DETAIL OPEN '
                       'FAILED, STATUS ' WS-PPD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LVB-FILE-STATUS = '00'
               SET WS-LVB-AVAILABLE TO TRUE
           ELSE
               IF WS-LVB-FILE-STATUS NOT = '35'
                   DISPLAY 'EMPPRG01 ERROR - LEAVE BALANCE OPEN '
                       'FAILED, STATUS ' WS-LVB-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF WS-GRN-FILE-STATUS = '00'
               SET WS-GRN-AVAILABLE TO TRUE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS = '00'
               SET WS-RPL-AVAILABLE TO TRUE
           ELSE
               IF WS-RPL-FILE-STATUS NOT = '35'
                   DISPLAY 'EMPPRG01 ERROR - RETIREMENT PLAN FILE '
                       'OPEN FAILED, STATUS ' WS-RPL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-SCAN-MASTER.
           PERFORM 3200-PURGE-ELECTIONS
           PERFORM 3300-PURGE-RATE-HISTORY
           PERFORM 3400-PURGE-POSTINGS
           PERFORM 3460-PURGE-POSTING-DETAILS
           PERFORM 3480-PURGE-LEAVE-BALANCES
           PERFORM 3500-PURGE-GARNISHMENTS
           PERFORM 3600-PURGE-BANK-ACCOUNTS
           PERFORM 3800-PURGE-PLAN-PARTICIPANT
           DELETE EMPLOYEE-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'EMPPRG01 ERROR - MASTER DELETE FAILED '
               END-IF
           END-IF.

       3460-PURGE-POSTING-DETAILS.
           IF WS-PPD-AVAILABLE
               MOVE 'N' TO WS-CHAIN-DONE-SW
               MOVE WS-PURGE-EMP-ID TO PPD-EMP-ID
               MOVE 0 TO PPD-PERIOD-END
               MOVE LOW-VALUES TO PPD-ENTRY-TYPE
               MOVE LOW-VALUES TO PPD-DETAIL-TYPE
               MOVE LOW-VALUES TO PPD-DETAIL-CODE
               START PAY-POST-DETAIL-FILE
                   KEY IS NOT LESS THAN PPD-KEY
                   INVALID KEY
                       SET WS-CHAIN-DONE TO TRUE
               END-START
               PERFORM 3470-PURGE-ONE-POSTING-DETAIL
                   UNTIL WS-CHAIN-DONE
           END-IF.

       3470-PURGE-ONE-POSTING-DETAIL.
           READ PAY-POST-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPD-EMP-ID = WS-PURGE-EMP-ID
                   DELETE PAY-POST-DETAIL-FILE RECORD
                       INVALID KEY
                           DISPLAY 'EMPPRG01 ERROR - POSTING DETAIL '
                               'DELETE FAILED FOR ' PPD-EMP-ID
                               ' ' PPD-PERIOD-END
                           MOVE 16 TO RETURN-CODE
                           SET WS-CHAIN-DONE TO TRUE
                   END-DELETE
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       3480-PURGE-LEAVE-BALANCES.
           IF WS-LVB-AVAILABLE
               MOVE 'N' TO WS-CHAIN-DONE-SW
               MOVE WS-PURGE-EMP-ID TO LVB-EMP-ID
               MOVE LOW-VALUES TO LVB-LEAVE-TYPE
               START LEAVE-BALANCE-FILE
                   KEY IS NOT LESS THAN LVB-KEY
                   INVALID KEY
                       SET WS-CHAIN-DONE TO TRUE
               END-START
               PERFORM 3490-PURGE-ONE-BALANCE
                   UNTIL WS-CHAIN-DONE
           END-IF.

       3490-PURGE-ONE-BALANCE.
           READ LEAVE-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF LVB-EMP-ID = WS-PURGE-EMP-ID
                   DELETE LEAVE-BALANCE-FILE RECORD
                       INVALID KEY
                           DISPLAY 'EMPPRG01 ERROR - LEAVE BALANCE '
                               'DELETE FAILED FOR ' LVB-EMP-ID
                               ' ' LVB-LEAVE-TYPE
                           MOVE 16 TO RETURN-CODE
                           SET WS-CHAIN-DONE TO TRUE
                   END-DELETE
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       3500-PURGE-GARNISHMENTS.
           IF WS-GRN-AVAILABLE
               MOVE 'N' TO WS-CHAIN-DONE-SW
           MOVE 'EMPPRG01'       TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

       3800-PURGE-PLAN-PARTICIPANT.
           IF WS-RPL-AVAILABLE
               MOVE WS-PURGE-EMP-ID TO RPL-EMP-ID
               DELETE RETIREMENT-PLAN-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       9000-TERMINATION.
           MOVE WS-SCANNED-COUNT  TO PRG-TOT-SCANNED
           MOVE WS-PURGED-COUNT   TO PRG-TOT-PURGED
           IF WS-PPH-AVAILABLE
               CLOSE PAY-POSTING-FILE
           END-IF
           IF WS-PPD-AVAILABLE
               CLOSE PAY-POST-DETAIL-FILE
           END-IF
           IF WS-LVB-AVAILABLE
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF WS-GRN-AVAILABLE
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF
           IF WS-BNK-AVAILABLE
               CLOSE EMPLOYEE-BANK-FILE
           END-IF
           IF WS-RPL-AVAILABLE
               CLOSE RETIREMENT-PLAN-FILE
           END-IF
           CLOSE PURGE-REPORT-FILE
           CANCEL 'AUDLOG01'
           DISPLAY 'EMPPRG01 - ' WS-PURGED-COUNT ' TERMINATED '
