       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYREV01.
      *
      *    PAY POSTING REVERSAL
      *    READS A BATCH TRANSACTION FILE NAMING AN EMPLOYEE AND A
      *    POSTED PAY - THE PERIOD PAY FOR A PERIOD END DATE, OR A
      *    RETRO ADJUSTMENT BY ITS RATE EFFECTIVE DATE - AND BACKS
      *    THAT POSTING OUT OF EVERY FILE EMPPAY01 POSTED IT TO, SO
      *    A WRONG PAY IS CORRECTED WITHOUT HAND SURGERY ON THE YTD
      *    FIELDS. THE GROSS, DEDUCTION AND NET OF THE POSTING COME
      *    OFF THE MASTER YTD FIELDS; EACH DEDUCTION CATEGORY COMES
      *    OFF THE DEDUCTION DETAIL; EACH GARNISHMENT ORDER GETS
      *    BACK THE AMOUNT WITHHELD FOR IT ON ITS TARGET BALANCE,
      *    AND A SATISFIED ORDER IS REOPENED; LEAVE TAKEN IS PUT
      *    BACK AND LEAVE ACCRUED TAKEN OFF THE LEAVE BALANCES; AND
      *    THE EMPLOYEE CONTRIBUTION AND COMPANY MATCH COME OFF THE
      *    RETIREMENT PLAN TOTALS. THE AMOUNTS ARE TAKEN FROM THE PAY
      *    POSTING HISTORY AND ITS POSTING DETAIL, SO THE REVERSAL
      *    IS EXACTLY WHAT WAS POSTED. EVERY CHANGE IS LOGGED
      *    THROUGH AUDLOG01 AND LISTED ON A REVERSAL REGISTER UNDER
      *    THE TRANSACTION, WITH REJECTED TRANSACTIONS AND THEIR
      *    REASON CODES.
      *
      *    A REVERSAL IS ALL OR NOTHING - EVERY EDIT IS MADE BEFORE
      *    ANY FILE IS TOUCHED, AND A POSTING WHOSE PAY CANNOT BE
      *    BACKED OUT IN FULL (ONE WITHOUT ITS DEDUCTION SPLIT, ONE
      *    WITH GARNISHMENT WITHHELD BUT NO POSTING DETAIL FOR IT,
      *    OR ONE WHOSE GARNISHMENT ORDER HAS SINCE BEEN DELETED) IS
      *    REJECTED. A POSTING MADE BEFORE THE POSTING DETAIL WAS
      *    KEPT AND WITHOUT GARNISHMENT IS REVERSED ON THE MASTER,
      *    DEDUCTION DETAIL AND PLAN CONTRIBUTION ONLY - ITS LEAVE
      *    TAKEN AND ACCRUED AND ITS COMPANY MATCH WERE NEVER
      *    RECORDED, SO THEY ARE LEFT AS THEY ARE FOR LVEMNT01 AND
      *    THE RECORDKEEPER TO CORRECT BY HAND. THE POSTING
      *    ITSELF IS DELETED FIRST, AS EMPPAY01 WRITES IT FIRST, SO
      *    A REVERSAL CAN NEVER BE APPLIED TWICE. WITH THE POSTING
      *    GONE THE EMPLOYEE IS NO LONGER MARKED PAID FOR THE
      *    PERIOD, AND A CORRECTIVE EMPPAY01 RUN WITH THE RIGHT
      *    HOURS PAYS THEM AGAIN FROM CLEAN FIGURES - THE REGISTER
      *    SAYS WHEN THE PERIOD MUST FIRST BE REOPENED THROUGH
      *    PRDMNT01. A REVERSED RETRO ADJUSTMENT IS POSTED AGAIN BY
      *    THE NEXT RUN THAT CARRIES IT.
      *
      *    THE MONEY ITSELF HAS ALREADY GONE OUT. THE NET REVERSED
      *    IS PRINTED FOR TREASURY TO RECOVER THE DEPOSIT OR VOID
      *    THE CHECK THROUGH CHKMNT01, AND THE RETIREMENT AMOUNTS
      *    FOR BENEFITS TO ADJUST AT THE PLAN RECORDKEEPER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REVERSAL-TRAN-FILE
               ASSIGN TO 'PAYREVTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT PAY-POST-DETAIL-FILE
               ASSIGN TO 'PAYPDTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPD-KEY
               FILE STATUS IS WS-PPD-FILE-STATUS.

           SELECT DEDUCTION-DETAIL-FILE
               ASSIGN TO 'DEDDETL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-DTL-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT GARNISHMENT-ORDER-FILE
               ASSIGN TO 'GRNORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRN-ORD-KEY
               FILE STATUS IS WS-GRN-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-KEY
               FILE STATUS IS WS-LVB-FILE-STATUS.

           SELECT RETIREMENT-PLAN-FILE
               ASSIGN TO 'RETPLAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPL-EMP-ID
               FILE STATUS IS WS-RPL-FILE-STATUS.

           SELECT PAY-PERIOD-FILE
               ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-NUMBER
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT PAYREV-REPORT-FILE
               ASSIGN TO 'PAYREV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REVERSAL-TRAN-FILE
           RECORDING MODE IS F.
       COPY payrvt1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  PAY-POSTING-FILE.
       COPY paypost1.

       FD  PAY-POST-DETAIL-FILE.
       COPY pstdtl1.

       FD  DEDUCTION-DETAIL-FILE.
       COPY deddtl1.

       FD  GARNISHMENT-ORDER-FILE.
       COPY grnord1.

       FD  LEAVE-BALANCE-FILE.
       COPY lvebal1.

       FD  RETIREMENT-PLAN-FILE.
       COPY retpln1.

       FD  PAY-PERIOD-FILE.
       COPY payprd1.

       FD  PAYREV-REPORT-FILE
           RECORDING MODE IS F.
       01  PAYREV-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY payrvr1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-TRAN-STATUS          PIC X         VALUE 'A'.
               88  WS-TRAN-ACCEPTED                  VALUE 'A'.
               88  WS-TRAN-REJECTED                  VALUE 'R'.
           05  WS-CHAIN-DONE-SW        PIC X         VALUE 'N'.
               88  WS-CHAIN-DONE                     VALUE 'Y'.
           05  WS-PPD-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-PPD-AVAILABLE                  VALUE 'Y'.
           05  WS-GRN-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-GRN-AVAILABLE                  VALUE 'Y'.
           05  WS-PRD-AVAIL-SW         PIC X         VALUE 'N'.
               88  WS-PRD-AVAILABLE                  VALUE 'Y'.
           05  WS-LVB-FOUND-SW         PIC X         VALUE 'N'.
               88  WS-LVB-ON-FILE                    VALUE 'Y'.
           05  WS-REOPEN-SW            PIC X         VALUE 'N'.
               88  WS-ORDER-REOPENED                 VALUE 'Y'.

       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-PPH-FILE-STATUS          PIC X(2).
       01  WS-PPD-FILE-STATUS          PIC X(2).
       01  WS-DED-FILE-STATUS          PIC X(2).
       01  WS-GRN-FILE-STATUS          PIC X(2).
       01  WS-LVB-FILE-STATUS          PIC X(2).
       01  WS-RPL-FILE-STATUS          PIC X(2).
       01  WS-PRD-FILE-STATUS          PIC X(2).
       01  WS-REJECT-REASON            PIC X(30).

       01  WS-TRAN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(6)      VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-TOTAL-GROSS          PIC 9(9)V99   VALUE 0.
           05  WS-TOTAL-DEDUCT         PIC 9(9)V99   VALUE 0.
           05  WS-TOTAL-NET            PIC 9(9)V99   VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.

      *    THE POSTING BEING REVERSED - ITS KEY WITHOUT THE EARNINGS
      *    CODE, AND WHAT ITS LINES ADD UP TO
       01  WS-REVERSAL-KEY.
           05  WS-REV-EMP-ID           PIC X(6).
           05  WS-REV-PERIOD-END       PIC 9(8).
           05  WS-REV-ENTRY-TYPE       PIC X.

       01  WS-REVERSAL-AMOUNTS.
           05  WS-REV-LINE-COUNT       PIC 9(3)      VALUE 0.
           05  WS-REV-PERIOD-NUMBER    PIC 9(5)      VALUE 0.
           05  WS-REV-LINE-GROSS       PIC 9(7)V99   VALUE 0.
           05  WS-REV-GROSS            PIC 9(7)V99   VALUE 0.
           05  WS-REV-TAX              PIC 9(7)V99   VALUE 0.
           05  WS-REV-INS              PIC 9(7)V99   VALUE 0.
           05  WS-REV-RET              PIC 9(7)V99   VALUE 0.
           05  WS-REV-GRN              PIC 9(7)V99   VALUE 0.
           05  WS-REV-NET              PIC 9(7)V99   VALUE 0.
           05  WS-REV-DEDUCT           PIC 9(7)V99   VALUE 0.
           05  WS-REV-GRN-DETAIL       PIC 9(7)V99   VALUE 0.
           05  WS-REV-MATCH            PIC 9(7)V99   VALUE 0.

       01  WS-DETAIL-WORK.
           05  WS-DTL-CODE             PIC X(3).
           05  WS-DTL-AMOUNT           PIC 9(7)V99.

      *    ONE BALANCE PUT BACK - LOGGED THROUGH AUDLOG01 AND
      *    LISTED ON THE REGISTER BY 3900
       01  WS-CHANGE-WORK.
           05  WS-CHG-NAME             PIC X(20).
           05  WS-CHG-OLD              PIC 9(7)V99.
           05  WS-CHG-NEW              PIC 9(7)V99.

       01  WS-OLD-BALANCES.
           05  WS-OLD-YTD-GROSS        PIC 9(7)V99.
           05  WS-OLD-YTD-DEDUCT       PIC 9(7)V99.
           05  WS-OLD-YTD-NET          PIC 9(7)V99.
           05  WS-OLD-PLAN-EE          PIC 9(7)V99.
           05  WS-OLD-PLAN-MATCH       PIC 9(7)V99.

       01  WS-OLD-AMOUNT-EDIT          PIC ZZZZZZ9.99.
       01  WS-NEW-AMOUNT-EDIT          PIC ZZZZZZ9.99.

       01  WS-DED-FIELD-NAME.
           05  FILLER                  PIC X(8)      VALUE 'YTD DED '.
           05  WS-DED-FIELD-CODE       PIC X(3).
           05  FILLER                  PIC X(9)      VALUE SPACES.

       01  WS-GRN-FIELD-NAME.
           05  WS-GRN-FIELD-TEXT       PIC X(12).
           05  WS-GRN-FIELD-PRI        PIC 9(2).
           05  FILLER                  PIC X(6)      VALUE SPACES.

       01  WS-LVB-FIELD-NAME.
           05  FILLER                  PIC X(10)
                                         VALUE 'LEAVE BAL '.
           05  WS-LVB-FIELD-TYPE       PIC X(3).
           05  FILLER                  PIC X(7)      VALUE SPACES.

       01  WS-PERIOD-MESSAGE.
           05  FILLER                  PIC X(7)      VALUE 'PERIOD '.
           05  WS-PRD-MSG-NUMBER       PIC 9(5).
           05  FILLER                  PIC X(30)
                   VALUE ' IS NOT OPEN - REOPEN IT WITH '.
           05  FILLER                  PIC X(34)
                   VALUE 'PRDMNT01 BEFORE THE CORRECTIVE RUN'.

       01  WS-NET-MESSAGE.
           05  FILLER                  PIC X(9)      VALUE 'NET PAID '.
           05  WS-NET-MSG-AMOUNT       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32)
                   VALUE ' TO BE RECOVERED BY TREASURY OR '.
           05  FILLER                  PIC X(25)
                   VALUE 'VOIDED THROUGH CHKMNT01'.

       01  WS-RET-MESSAGE.
           05  FILLER                  PIC X(34)
                   VALUE 'ADJUST AT PLAN RECORDKEEPER - EE '.
           05  WS-RET-MSG-EE           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)      VALUE ' MATCH '.
           05  WS-RET-MSG-ER           PIC ZZZ,ZZ9.99.

       COPY audcall1.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAY-REVERSAL-TRAN-FILE
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'PAYREV01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAY-POSTING-FILE
           IF WS-PPH-FILE-STATUS NOT = '00'
               DISPLAY 'PAYREV01 ERROR - PAY POSTING FILE OPEN '
                   'FAILED, STATUS ' WS-PPH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DEDUCTION-DETAIL-FILE
           IF WS-DED-FILE-STATUS NOT = '00'
               DISPLAY 'PAYREV01 ERROR - DEDUCTION DETAIL FILE OPEN '
                   'FAILED, STATUS ' WS-DED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LVB-FILE-STATUS NOT = '00'
               DISPLAY 'PAYREV01 ERROR - LEAVE BALANCE FILE OPEN '
                   'FAILED, STATUS ' WS-LVB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RPL-FILE-STATUS NOT = '00'
               DISPLAY 'PAYREV01 ERROR - RETIREMENT PLAN FILE OPEN '
                   'FAILED, STATUS ' WS-RPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-OPEN-OPTIONAL-FILES
           OPEN OUTPUT PAYREV-REPORT-FILE
           MOVE WS-CURR-MM   TO PRV-RUN-MM
           MOVE WS-CURR-DD   TO PRV-RUN-DD
           MOVE WS-CURR-CCYY TO PRV-RUN-CCYY
           MOVE PAYREV-REPORT-HDR1 TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           MOVE PAYREV-REPORT-HDR2 TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE.

      *    NO POSTING DETAIL FILE MEANS NO PAY RUN HAS KEPT ONE YET,
      *    NO ORDER FILE MEANS NO ORDER WAS EVER WITHHELD FOR, AND
      *    NO CALENDAR MEANS THE PERIOD CANNOT BE CHECKED - NONE OF
      *    THEM STOPS A REVERSAL THE EDITS OTHERWISE ALLOW
       1100-OPEN-OPTIONAL-FILES.
           OPEN I-O PAY-POST-DETAIL-FILE
           IF WS-PPD-FILE-STATUS = '00'
               SET WS-PPD-AVAILABLE TO TRUE
           ELSE
               IF WS-PPD-FILE-STATUS NOT = '35'
                   DISPLAY 'PAYREV01 ERROR - POSTING DETAIL FILE '
                       'OPEN FAILED, STATUS ' WS-PPD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF WS-GRN-FILE-STATUS = '00'
               SET WS-GRN-AVAILABLE TO TRUE
           ELSE
               IF WS-GRN-FILE-STATUS NOT = '35'
                   DISPLAY 'PAYREV01 ERROR - GARNISHMENT ORDER FILE '
                       'OPEN FAILED, STATUS ' WS-GRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PRD-FILE-STATUS = '00'
               SET WS-PRD-AVAILABLE TO TRUE
           ELSE
               IF WS-PRD-FILE-STATUS NOT = '35'
                   DISPLAY 'PAYREV01 ERROR - PAY PERIOD CALENDAR '
                       'OPEN FAILED, STATUS ' WS-PRD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-REVERSAL-TRAN-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-EDIT-TRANSACTION
                   PERFORM 4000-WRITE-EDIT-LINE
                   IF WS-TRAN-ACCEPTED
                       PERFORM 3000-APPLY-REVERSAL
                   END-IF
               END-IF
           END-PERFORM.

       2100-EDIT-TRANSACTION.
           SET WS-TRAN-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           INITIALIZE WS-REVERSAL-AMOUNTS
           EVALUATE TRUE
               WHEN RVT-EMP-ID = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R01 EMPLOYEE ID MISSING'
                       TO WS-REJECT-REASON
               WHEN RVT-PERIOD-END-X NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R02 PERIOD END NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN NOT RVT-PERIOD-PAY AND NOT RVT-RETRO-PAY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R03 INVALID ENTRY TYPE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2200-EDIT-REVERSAL
           END-EVALUATE.

      *    EVERY EDIT IS MADE HERE, BEFORE ANY FILE IS CHANGED, SO
      *    A REVERSAL THAT CANNOT BE BACKED OUT IN FULL CHANGES
      *    NOTHING AT ALL
       2200-EDIT-REVERSAL.
           MOVE RVT-EMP-ID     TO WS-REV-EMP-ID
           MOVE RVT-PERIOD-END TO WS-REV-PERIOD-END
           IF RVT-RETRO-PAY
               MOVE 'R' TO WS-REV-ENTRY-TYPE
           ELSE
               MOVE 'H' TO WS-REV-ENTRY-TYPE
           END-IF
           MOVE RVT-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R04 EMPLOYEE NOT ON MASTER'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-ACCEPTED
               PERFORM 2300-GATHER-POSTINGS
               IF WS-REV-LINE-COUNT = 0
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R05 NO POSTING FOR PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      *    THE GROSS BACKED OUT IS THE SPLIT AND NET THAT WERE
      *    POSTED, AS EMPQTR01 TAKES IT - EMPRET01 RESCALES THE LINE
      *    GROSS OF EARLIER PERIODS WHEN A RATE CHANGE IS BACKDATED,
      *    SO THE LINES NO LONGER ADD UP TO WHAT WAS PAID. ONLY A
      *    POSTING WITH GROSS BUT NO SPLIT AT ALL CANNOT BE REVERSED
           IF WS-TRAN-ACCEPTED
               COMPUTE WS-REV-DEDUCT =
                   WS-REV-TAX + WS-REV-INS + WS-REV-RET + WS-REV-GRN
               COMPUTE WS-REV-GROSS = WS-REV-DEDUCT + WS-REV-NET
               IF WS-REV-GROSS = 0
                   AND WS-REV-LINE-GROSS > 0
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R06 POSTING CARRIES NO SPLIT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-ACCEPTED
               IF EMP-MST-YTD-GROSS  < WS-REV-GROSS
                   OR EMP-MST-YTD-DEDUCT < WS-REV-DEDUCT
                   OR EMP-MST-YTD-NET    < WS-REV-NET
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R07 YTD LESS THAN REVERSAL'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRAN-ACCEPTED
               PERFORM 2400-CHECK-DEDUCTION-DETAIL
           END-IF
           IF WS-TRAN-ACCEPTED
               PERFORM 2600-GATHER-POST-DETAILS
           END-IF
           IF WS-TRAN-ACCEPTED
               IF WS-REV-GRN-DETAIL NOT = WS-REV-GRN
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R09 GARNISHMENT DETAIL MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A PERIOD PAY IS ONE POSTING PER EARNINGS LINE WITH THE
      *    SPLIT AND NET ON THE FIRST; A RETRO ADJUSTMENT IS ONE
      *    POSTING WITH A BLANK CODE. EITHER WAY THE LINES ADD UP
      *    TO THE PAY
       2300-GATHER-POSTINGS.
           MOVE 'N' TO WS-CHAIN-DONE-SW
           MOVE WS-REV-EMP-ID     TO PPH-EMP-ID
           MOVE WS-REV-PERIOD-END TO PPH-PERIOD-END
           MOVE WS-REV-ENTRY-TYPE TO PPH-ENTRY-TYPE
           MOVE LOW-VALUES        TO PPH-EARN-CODE
           START PAY-POSTING-FILE
               KEY IS NOT LESS THAN PPH-KEY
               INVALID KEY
                   SET WS-CHAIN-DONE TO TRUE
           END-START
           PERFORM 2350-GATHER-ONE-POSTING
               UNTIL WS-CHAIN-DONE.

       2350-GATHER-ONE-POSTING.
           READ PAY-POSTING-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPH-EMP-ID = WS-REV-EMP-ID
                   AND PPH-PERIOD-END = WS-REV-PERIOD-END
                   AND PPH-ENTRY-TYPE = WS-REV-ENTRY-TYPE
                   ADD 1         TO WS-REV-LINE-COUNT
                   MOVE PPH-PERIOD-NUMBER TO WS-REV-PERIOD-NUMBER
                   ADD PPH-GROSS TO WS-REV-LINE-GROSS
                   ADD PPH-TAX   TO WS-REV-TAX
                   ADD PPH-INS   TO WS-REV-INS
                   ADD PPH-RET   TO WS-REV-RET
                   ADD PPH-GRN   TO WS-REV-GRN
                   ADD PPH-NET   TO WS-REV-NET
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       2400-CHECK-DEDUCTION-DETAIL.
           MOVE 'TAX'      TO WS-DTL-CODE
           MOVE WS-REV-TAX TO WS-DTL-AMOUNT
           PERFORM 2450-CHECK-ONE-DETAIL
           MOVE 'INS'      TO WS-DTL-CODE
           MOVE WS-REV-INS TO WS-DTL-AMOUNT
           PERFORM 2450-CHECK-ONE-DETAIL
           MOVE 'RET'      TO WS-DTL-CODE
           MOVE WS-REV-RET TO WS-DTL-AMOUNT
           PERFORM 2450-CHECK-ONE-DETAIL
           MOVE 'GRN'      TO WS-DTL-CODE
           MOVE WS-REV-GRN TO WS-DTL-AMOUNT
           PERFORM 2450-CHECK-ONE-DETAIL.

       2450-CHECK-ONE-DETAIL.
           IF WS-DTL-AMOUNT > 0
               MOVE WS-REV-EMP-ID TO DED-DTL-EMP-ID
               MOVE WS-DTL-CODE   TO DED-DTL-CODE
               READ DEDUCTION-DETAIL-FILE
                   INVALID KEY
                       MOVE 0 TO DED-DTL-YTD-AMOUNT
               END-READ
               IF DED-DTL-YTD-AMOUNT < WS-DTL-AMOUNT
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R08 DEDUCTION DETAIL SHORT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    THE ORDER EACH GARNISHMENT AMOUNT WAS WITHHELD FOR MUST
      *    STILL BE ON FILE TO TAKE ITS BALANCE BACK
       2600-GATHER-POST-DETAILS.
           IF WS-PPD-AVAILABLE
               MOVE 'N' TO WS-CHAIN-DONE-SW
               PERFORM 2800-START-POST-DETAILS
               PERFORM 2650-GATHER-ONE-DETAIL
                   UNTIL WS-CHAIN-DONE
           END-IF.

       2650-GATHER-ONE-DETAIL.
           READ PAY-POST-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPD-EMP-ID = WS-REV-EMP-ID
                   AND PPD-PERIOD-END = WS-REV-PERIOD-END
                   AND PPD-ENTRY-TYPE = WS-REV-ENTRY-TYPE
                   IF PPD-GARNISHMENT
                       ADD PPD-AMOUNT TO WS-REV-GRN-DETAIL
                       PERFORM 2700-CHECK-GARNISHMENT-ORDER
                   END-IF
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       2700-CHECK-GARNISHMENT-ORDER.
           IF WS-GRN-AVAILABLE
               MOVE WS-REV-EMP-ID      TO GRN-ORD-EMP-ID
               MOVE PPD-ORDER-PRIORITY TO GRN-ORD-PRIORITY
               READ GARNISHMENT-ORDER-FILE
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R10 GARNISH ORDER NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           ELSE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'R10 GARNISH ORDER NOT ON FILE'
                   TO WS-REJECT-REASON
           END-IF.

       2800-START-POST-DETAILS.
           MOVE WS-REV-EMP-ID     TO PPD-EMP-ID
           MOVE WS-REV-PERIOD-END TO PPD-PERIOD-END
           MOVE WS-REV-ENTRY-TYPE TO PPD-ENTRY-TYPE
           MOVE LOW-VALUES        TO PPD-DETAIL-TYPE
           MOVE LOW-VALUES        TO PPD-DETAIL-CODE
           START PAY-POST-DETAIL-FILE
               KEY IS NOT LESS THAN PPD-KEY
               INVALID KEY
                   SET WS-CHAIN-DONE TO TRUE
           END-START.

      *    THE POSTING GOES FIRST, AS EMPPAY01 WRITES IT FIRST - IT
      *    IS THE MARKER, AND ONCE IT IS GONE A SECOND COPY OF THIS
      *    TRANSACTION IS REJECTED R05 INSTEAD OF REVERSING AGAIN
       3000-APPLY-REVERSAL.
           PERFORM 3100-DELETE-POSTINGS
           PERFORM 3200-REVERSE-MASTER-YTD
           PERFORM 3300-REVERSE-DEDUCTION-DETAIL
           IF WS-PPD-AVAILABLE
               PERFORM 3400-REVERSE-POST-DETAILS
           END-IF
           PERFORM 3700-REVERSE-RETIREMENT-PLAN
           PERFORM 3800-WRITE-FOLLOW-UP-LINES
           ADD WS-REV-GROSS  TO WS-TOTAL-GROSS
           ADD WS-REV-DEDUCT TO WS-TOTAL-DEDUCT
           ADD WS-REV-NET    TO WS-TOTAL-NET.

       3100-DELETE-POSTINGS.
           MOVE 'N' TO WS-CHAIN-DONE-SW
           MOVE WS-REV-EMP-ID     TO PPH-EMP-ID
           MOVE WS-REV-PERIOD-END TO PPH-PERIOD-END
           MOVE WS-REV-ENTRY-TYPE TO PPH-ENTRY-TYPE
           MOVE LOW-VALUES        TO PPH-EARN-CODE
           START PAY-POSTING-FILE
               KEY IS NOT LESS THAN PPH-KEY
               INVALID KEY
                   SET WS-CHAIN-DONE TO TRUE
           END-START
           PERFORM 3150-DELETE-ONE-POSTING
               UNTIL WS-CHAIN-DONE.

       3150-DELETE-ONE-POSTING.
           READ PAY-POSTING-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPH-EMP-ID = WS-REV-EMP-ID
                   AND PPH-PERIOD-END = WS-REV-PERIOD-END
                   AND PPH-ENTRY-TYPE = WS-REV-ENTRY-TYPE
                   DELETE PAY-POSTING-FILE RECORD
                       INVALID KEY
                           DISPLAY 'PAYREV01 ERROR - PAY POSTING '
                               'DELETE FAILED FOR ' PPH-EMP-ID
                               ' ' PPH-PERIOD-END
                           MOVE 16 TO RETURN-CODE
                           SET WS-CHAIN-DONE TO TRUE
                   END-DELETE
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       3200-REVERSE-MASTER-YTD.
           MOVE WS-REV-EMP-ID TO EMP-MST-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PAYREV01 ERROR - MASTER VANISHED FOR '
                       EMP-MST-ID
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 3250-REWRITE-MASTER-YTD
           END-READ.

       3250-REWRITE-MASTER-YTD.
           MOVE EMP-MST-YTD-GROSS  TO WS-OLD-YTD-GROSS
           MOVE EMP-MST-YTD-DEDUCT TO WS-OLD-YTD-DEDUCT
           MOVE EMP-MST-YTD-NET    TO WS-OLD-YTD-NET
           SUBTRACT WS-REV-GROSS  FROM EMP-MST-YTD-GROSS
           SUBTRACT WS-REV-DEDUCT FROM EMP-MST-YTD-DEDUCT
           SUBTRACT WS-REV-NET    FROM EMP-MST-YTD-NET
           REWRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   DISPLAY 'PAYREV01 ERROR - REWRITE FAILED FOR '
                       EMP-MST-ID ', STATUS ' WS-EMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'YTD GROSS'        TO WS-CHG-NAME
                   MOVE WS-OLD-YTD-GROSS   TO WS-CHG-OLD
                   MOVE EMP-MST-YTD-GROSS  TO WS-CHG-NEW
                   PERFORM 3900-RECORD-CHANGE
                   MOVE 'YTD DEDUCT'       TO WS-CHG-NAME
                   MOVE WS-OLD-YTD-DEDUCT  TO WS-CHG-OLD
                   MOVE EMP-MST-YTD-DEDUCT TO WS-CHG-NEW
                   PERFORM 3900-RECORD-CHANGE
                   MOVE 'YTD NET'          TO WS-CHG-NAME
                   MOVE WS-OLD-YTD-NET     TO WS-CHG-OLD
                   MOVE EMP-MST-YTD-NET    TO WS-CHG-NEW
                   PERFORM 3900-RECORD-CHANGE
           END-REWRITE.

       3300-REVERSE-DEDUCTION-DETAIL.
           MOVE 'TAX'      TO WS-DTL-CODE
           MOVE WS-REV-TAX TO WS-DTL-AMOUNT
           PERFORM 3350-REVERSE-ONE-DETAIL
           MOVE 'INS'      TO WS-DTL-CODE
           MOVE WS-REV-INS TO WS-DTL-AMOUNT
           PERFORM 3350-REVERSE-ONE-DETAIL
           MOVE 'RET'      TO WS-DTL-CODE
           MOVE WS-REV-RET TO WS-DTL-AMOUNT
           PERFORM 3350-REVERSE-ONE-DETAIL
           MOVE 'GRN'      TO WS-DTL-CODE
           MOVE WS-REV-GRN TO WS-DTL-AMOUNT
           PERFORM 3350-REVERSE-ONE-DETAIL.

       3350-REVERSE-ONE-DETAIL.
           IF WS-DTL-AMOUNT > 0
               MOVE WS-REV-EMP-ID TO DED-DTL-EMP-ID
               MOVE WS-DTL-CODE   TO DED-DTL-CODE
               READ DEDUCTION-DETAIL-FILE
                   INVALID KEY
                       DISPLAY 'PAYREV01 ERROR - DEDUCTION DETAIL '
                           'VANISHED FOR ' DED-DTL-EMP-ID ' '
                           DED-DTL-CODE
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE DED-DTL-YTD-AMOUNT TO WS-CHG-OLD
                       SUBTRACT WS-DTL-AMOUNT FROM DED-DTL-YTD-AMOUNT
                       MOVE DED-DTL-YTD-AMOUNT TO WS-CHG-NEW
                       REWRITE DEDUCTION-DETAIL-REC
                           INVALID KEY
                               DISPLAY 'PAYREV01 ERROR - DEDUCTION '
                                   'DETAIL REWRITE FAILED FOR '
                                   DED-DTL-EMP-ID ' ' DED-DTL-CODE
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               MOVE WS-DTL-CODE TO WS-DED-FIELD-CODE
                               MOVE WS-DED-FIELD-NAME TO WS-CHG-NAME
                               PERFORM 3900-RECORD-CHANGE
                       END-REWRITE
               END-READ
           END-IF.

      *    EACH DETAIL IS UNDONE AND THEN DELETED WITH THE POSTING
      *    IT BELONGED TO. THE MATCH IS ONLY NOTED HERE - IT COMES
      *    OFF THE PLAN TOTALS WITH THE CONTRIBUTION IN 3700
       3400-REVERSE-POST-DETAILS.
           MOVE 'N' TO WS-CHAIN-DONE-SW
           PERFORM 2800-START-POST-DETAILS
           PERFORM 3450-REVERSE-ONE-POST-DETAIL
               UNTIL WS-CHAIN-DONE.

       3450-REVERSE-ONE-POST-DETAIL.
           READ PAY-POST-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF PPD-EMP-ID = WS-REV-EMP-ID
                   AND PPD-PERIOD-END = WS-REV-PERIOD-END
                   AND PPD-ENTRY-TYPE = WS-REV-ENTRY-TYPE
                   EVALUATE TRUE
                       WHEN PPD-GARNISHMENT
                           PERFORM 3500-RESTORE-GARNISHMENT
                       WHEN PPD-LEAVE-TAKEN OR PPD-LEAVE-ACCRUED
                           PERFORM 3600-REVERSE-LEAVE
                       WHEN PPD-EMPLOYER-MATCH
                           ADD PPD-AMOUNT TO WS-REV-MATCH
                   END-EVALUATE
                   DELETE PAY-POST-DETAIL-FILE RECORD
                       INVALID KEY
                           DISPLAY 'PAYREV01 ERROR - POSTING DETAIL '
                               'DELETE FAILED FOR ' PPD-EMP-ID
                               ' ' PPD-PERIOD-END
                           MOVE 16 TO RETURN-CODE
                           SET WS-CHAIN-DONE TO TRUE
                   END-DELETE
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

      *    THE AMOUNT WITHHELD GOES BACK ON THE ORDER'S TARGET
      *    BALANCE, AND AN ORDER THAT PAY SATISFIED IS OPEN AGAIN
       3500-RESTORE-GARNISHMENT.
           MOVE WS-REV-EMP-ID      TO GRN-ORD-EMP-ID
           MOVE PPD-ORDER-PRIORITY TO GRN-ORD-PRIORITY
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY 'PAYREV01 ERROR - GARNISHMENT ORDER '
                       'VANISHED FOR ' GRN-ORD-EMP-ID
                       ' PRIORITY ' GRN-ORD-PRIORITY
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 3550-REWRITE-GARNISHMENT
           END-READ.

       3550-REWRITE-GARNISHMENT.
           MOVE GRN-ORD-TARGET-BAL TO WS-CHG-OLD
           ADD PPD-AMOUNT TO GRN-ORD-TARGET-BAL
           MOVE GRN-ORD-TARGET-BAL TO WS-CHG-NEW
           MOVE 'GARNISH PRI '     TO WS-GRN-FIELD-TEXT
           MOVE GRN-ORD-PRIORITY   TO WS-GRN-FIELD-PRI
           MOVE WS-GRN-FIELD-NAME  TO WS-CHG-NAME
           MOVE 'N' TO WS-REOPEN-SW
           IF GRN-ORD-SATISFIED
               SET GRN-ORD-OPEN TO TRUE
               SET WS-ORDER-REOPENED TO TRUE
           END-IF
           REWRITE GARNISHMENT-ORDER-REC
               INVALID KEY
                   DISPLAY 'PAYREV01 ERROR - GARNISHMENT ORDER '
                       'REWRITE FAILED FOR ' GRN-ORD-EMP-ID
                       ' PRIORITY ' GRN-ORD-PRIORITY
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 3900-RECORD-CHANGE
                   IF WS-ORDER-REOPENED
                       MOVE 'GARNISH STAT'    TO WS-GRN-FIELD-TEXT
                       MOVE WS-REV-EMP-ID     TO ATC-EMP-ID
                       MOVE WS-GRN-FIELD-NAME TO ATC-FIELD-NAME
                       MOVE 'SATISFIED'       TO ATC-OLD-VALUE
                       MOVE 'OPEN'            TO ATC-NEW-VALUE
                       MOVE 'PAYREV01'        TO ATC-CHANGED-BY
                       CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC
                       MOVE 'GARNISHMENT ORDER REOPENED'
                           TO PRV-MESSAGE
                       MOVE PAYREV-MESSAGE-LINE TO PAYREV-REPORT-LINE
                       WRITE PAYREV-REPORT-LINE
                   END-IF
           END-REWRITE.

      *    LEAVE TAKEN GOES BACK ON THE BALANCE AND LEAVE ACCRUED
      *    COMES OFF IT. LEAVE SINCE USED MAY LEAVE LESS ON THE
      *    BALANCE THAN WAS ACCRUED - IT STOPS AT ZERO, AS EMPPAY01
      *    STOPS IT WHEN LEAVE IS TAKEN
       3600-REVERSE-LEAVE.
           MOVE 'N' TO WS-LVB-FOUND-SW
           MOVE WS-REV-EMP-ID   TO LVB-EMP-ID
           MOVE PPD-DETAIL-CODE TO LVB-LEAVE-TYPE
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE WS-REV-EMP-ID   TO LVB-EMP-ID
                   MOVE PPD-DETAIL-CODE TO LVB-LEAVE-TYPE
                   MOVE 0               TO LVB-BALANCE
                   MOVE 0               TO LVB-LAST-PERIOD
               NOT INVALID KEY
                   SET WS-LVB-ON-FILE TO TRUE
           END-READ
           MOVE LVB-BALANCE TO WS-CHG-OLD
           IF PPD-LEAVE-TAKEN
               ADD PPD-AMOUNT TO LVB-BALANCE
           ELSE
               IF PPD-AMOUNT > LVB-BALANCE
                   MOVE 0 TO LVB-BALANCE
               ELSE
                   SUBTRACT PPD-AMOUNT FROM LVB-BALANCE
               END-IF
           END-IF
           MOVE LVB-BALANCE     TO WS-CHG-NEW
           MOVE PPD-DETAIL-CODE TO WS-LVB-FIELD-TYPE
           MOVE WS-LVB-FIELD-NAME TO WS-CHG-NAME
           IF WS-LVB-ON-FILE
               REWRITE LEAVE-BALANCE-REC
                   INVALID KEY
                       DISPLAY 'PAYREV01 ERROR - LEAVE BALANCE '
                           'REWRITE FAILED FOR ' LVB-EMP-ID
                           ' ' LVB-LEAVE-TYPE
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 3900-RECORD-CHANGE
               END-REWRITE
           ELSE
               IF LVB-BALANCE > 0
                   WRITE LEAVE-BALANCE-REC
                       INVALID KEY
                           DISPLAY 'PAYREV01 ERROR - LEAVE BALANCE '
                               'WRITE FAILED FOR ' LVB-EMP-ID
                               ' ' LVB-LEAVE-TYPE
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 3900-RECORD-CHANGE
                   END-WRITE
               END-IF
           END-IF.

      *    A PLAN TOTAL ALREADY BELOW THE AMOUNT (ONE CORRECTED BY
      *    HAND) STOPS AT ZERO; RETRMT01 THEN SHOWS ANY DIFFERENCE
      *    LEFT AGAINST THE DEDUCTION DETAIL
       3700-REVERSE-RETIREMENT-PLAN.
           IF WS-REV-RET > 0 OR WS-REV-MATCH > 0
               MOVE WS-REV-EMP-ID TO RPL-EMP-ID
               READ RETIREMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3750-REWRITE-PLAN-TOTALS
               END-READ
           END-IF.

       3750-REWRITE-PLAN-TOTALS.
           MOVE RPL-YTD-EE-CONTRIB TO WS-OLD-PLAN-EE
           MOVE RPL-YTD-MATCH      TO WS-OLD-PLAN-MATCH
           IF WS-REV-RET > RPL-YTD-EE-CONTRIB
               MOVE 0 TO RPL-YTD-EE-CONTRIB
           ELSE
               SUBTRACT WS-REV-RET FROM RPL-YTD-EE-CONTRIB
           END-IF
           IF WS-REV-MATCH > RPL-YTD-MATCH
               MOVE 0 TO RPL-YTD-MATCH
           ELSE
               SUBTRACT WS-REV-MATCH FROM RPL-YTD-MATCH
           END-IF
           REWRITE RETIREMENT-PLAN-REC
               INVALID KEY
                   DISPLAY 'PAYREV01 ERROR - RETIREMENT PLAN '
                       'REWRITE FAILED FOR ' RPL-EMP-ID
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   IF WS-REV-RET > 0
                       MOVE 'PLAN YTD EE'      TO WS-CHG-NAME
                       MOVE WS-OLD-PLAN-EE     TO WS-CHG-OLD
                       MOVE RPL-YTD-EE-CONTRIB TO WS-CHG-NEW
                       PERFORM 3900-RECORD-CHANGE
                   END-IF
                   IF WS-REV-MATCH > 0
                       MOVE 'PLAN YTD MATCH'   TO WS-CHG-NAME
                       MOVE WS-OLD-PLAN-MATCH  TO WS-CHG-OLD
                       MOVE RPL-YTD-MATCH      TO WS-CHG-NEW
                       PERFORM 3900-RECORD-CHANGE
                   END-IF
           END-REWRITE.

      *    WHAT IS LEFT FOR PEOPLE TO DO - THE PERIOD TO REOPEN FOR
      *    THE CORRECTIVE RUN, THE NET TO RECOVER, AND THE PLAN
      *    AMOUNTS THE RECORDKEEPER STILL HOLDS
       3800-WRITE-FOLLOW-UP-LINES.
           IF WS-REV-ENTRY-TYPE = 'H'
               AND WS-PRD-AVAILABLE
               MOVE WS-REV-PERIOD-NUMBER TO PRD-NUMBER
               READ PAY-PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PRD-OPEN
                           MOVE PRD-NUMBER TO WS-PRD-MSG-NUMBER
                           MOVE WS-PERIOD-MESSAGE TO PRV-MESSAGE
                           MOVE PAYREV-MESSAGE-LINE
                               TO PAYREV-REPORT-LINE
                           WRITE PAYREV-REPORT-LINE
                       END-IF
               END-READ
           END-IF
           IF WS-REV-NET > 0
               MOVE WS-REV-NET TO WS-NET-MSG-AMOUNT
               MOVE WS-NET-MESSAGE TO PRV-MESSAGE
               MOVE PAYREV-MESSAGE-LINE TO PAYREV-REPORT-LINE
               WRITE PAYREV-REPORT-LINE
           END-IF
           IF WS-REV-RET > 0 OR WS-REV-MATCH > 0
               MOVE WS-REV-RET   TO WS-RET-MSG-EE
               MOVE WS-REV-MATCH TO WS-RET-MSG-ER
               MOVE WS-RET-MESSAGE TO PRV-MESSAGE
               MOVE PAYREV-MESSAGE-LINE TO PAYREV-REPORT-LINE
               WRITE PAYREV-REPORT-LINE
           END-IF.

       3900-RECORD-CHANGE.
           MOVE WS-CHG-OLD TO WS-OLD-AMOUNT-EDIT
           MOVE WS-CHG-NEW TO WS-NEW-AMOUNT-EDIT
           MOVE WS-REV-EMP-ID      TO ATC-EMP-ID
           MOVE WS-CHG-NAME        TO ATC-FIELD-NAME
           MOVE WS-OLD-AMOUNT-EDIT TO ATC-OLD-VALUE
           MOVE WS-NEW-AMOUNT-EDIT TO ATC-NEW-VALUE
           MOVE 'PAYREV01'         TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC
           MOVE WS-CHG-NAME TO PRV-ITEM-NAME
           COMPUTE PRV-ITEM-AMOUNT = WS-CHG-NEW - WS-CHG-OLD
           MOVE WS-CHG-OLD  TO PRV-ITEM-OLD
           MOVE WS-CHG-NEW  TO PRV-ITEM-NEW
           MOVE PAYREV-ITEM-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE.

       4000-WRITE-EDIT-LINE.
           MOVE RVT-EMP-ID       TO PRV-EMP-ID
           MOVE RVT-PERIOD-END-X TO PRV-PERIOD-END
           MOVE RVT-ENTRY-TYPE   TO PRV-ENTRY-TYPE
           MOVE RVT-REASON       TO PRV-REASON
           MOVE WS-REV-PERIOD-NUMBER TO PRV-PERIOD
           IF WS-TRAN-ACCEPTED
               COMPUTE PRV-GROSS  = 0 - WS-REV-GROSS
               COMPUTE PRV-DEDUCT = 0 - WS-REV-DEDUCT
               COMPUTE PRV-NET    = 0 - WS-REV-NET
               MOVE 'APPLIED '   TO PRV-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 0 TO PRV-GROSS PRV-DEDUCT PRV-NET
               MOVE 'REJECTED'   TO PRV-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-REJECT-REASON TO PRV-REJECT
           MOVE PAYREV-DETAIL-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE.

       9000-TERMINATION.
           MOVE WS-READ-COUNT    TO PRV-TOT-READ
           MOVE WS-APPLIED-COUNT TO PRV-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO PRV-TOT-REJECT
           MOVE SPACES TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           MOVE PAYREV-TOTAL-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           MOVE 'GROSS REVERSED'  TO PRV-AMT-LABEL
           COMPUTE PRV-AMT-TOTAL = 0 - WS-TOTAL-GROSS
           MOVE PAYREV-AMOUNT-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           MOVE 'DEDUCTIONS REVERSED' TO PRV-AMT-LABEL
           COMPUTE PRV-AMT-TOTAL = 0 - WS-TOTAL-DEDUCT
           MOVE PAYREV-AMOUNT-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           MOVE 'NET REVERSED'    TO PRV-AMT-LABEL
           COMPUTE PRV-AMT-TOTAL = 0 - WS-TOTAL-NET
           MOVE PAYREV-AMOUNT-LINE TO PAYREV-REPORT-LINE
           WRITE PAYREV-REPORT-LINE
           CLOSE PAY-REVERSAL-TRAN-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PAY-POSTING-FILE
           CLOSE DEDUCTION-DETAIL-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE RETIREMENT-PLAN-FILE
           IF WS-PPD-AVAILABLE
               CLOSE PAY-POST-DETAIL-FILE
           END-IF
           IF WS-GRN-AVAILABLE
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF
           IF WS-PRD-AVAILABLE
               CLOSE PAY-PERIOD-FILE
           END-IF
           CLOSE PAYREV-REPORT-FILE
           CANCEL 'AUDLOG01'
           IF WS-REJECT-COUNT > 0
               DISPLAY 'PAYREV01 - ' WS-REJECT-COUNT ' TRANSACTIONS '
                   'REJECTED, SEE REVERSAL REGISTER'
               MOVE 4 TO RETURN-CODE
           END-IF.
