       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKMNT01.
      *
      *    PAYROLL CHECK VOID / REISSUE MAINTENANCE
      *    READS A BATCH TRANSACTION FILE OF VOID AND REISSUE
      *    REQUESTS AGAINST THE CHECK HISTORY FILE EMPPAY01 RECORDS
      *    EVERY PAPER CHECK ON. A VOID MARKS THE CHECK VOIDED; A
      *    REISSUE VOIDS IT AND CUTS THE SAME AMOUNT TO THE SAME
      *    EMPLOYEE UNDER THE NEXT FREE SERIAL FROM THE CHECK
      *    CONTROL RECORD, DATED TODAY, WRITTEN TO THE REISSUE CHECK
      *    PRINT FILE. EVERY VOID AND REISSUE GOES TO THE BANK ON A
      *    POSITIVE-PAY ADJUSTMENT FILE WITH A BALANCING TRAILER, IS
      *    LOGGED THROUGH AUDLOG01, AND IS LISTED ON AN EDIT REPORT
      *    OF APPLIED AND REJECTED TRANSACTIONS WITH REASON CODES.
      *    A VOIDED OR REISSUED CHECK KEEPS ITS HISTORY RECORD, SO
      *    ITS SERIAL CAN NEVER BE ASSIGNED AGAIN. A SET-CONTROL
      *    TRANSACTION LOADS THE DISBURSING ACCOUNT AND THE LAST
      *    SERIAL USED WHEN NEW CHECK STOCK ARRIVES - THE SERIAL MAY
      *    ONLY MOVE FORWARD.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-TRAN-FILE
               ASSIGN TO 'CHKTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO 'CHKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKC-FILE-STATUS.

           SELECT CHECK-HISTORY-FILE
               ASSIGN TO 'CHKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKH-SERIAL
               FILE STATUS IS WS-CKH-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MST-ID
               ALTERNATE RECORD KEY IS EMP-MST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO 'CHKREISS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'CHKPPADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHKM-REPORT-FILE
               ASSIGN TO 'CHKMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-TRAN-FILE
           RECORDING MODE IS F.
       COPY chktrn1.

       FD  CHECK-CONTROL-FILE
           RECORDING MODE IS F.
       COPY chkctl1.

       FD  CHECK-HISTORY-FILE.
       COPY chkhis1.

       FD  EMPLOYEE-MASTER-FILE.
       COPY emprec1.

       FD  CHECK-PRINT-FILE
           RECORDING MODE IS F.
       COPY chkprt1.

       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F.
       COPY chkppay1.

       FD  CHKM-REPORT-FILE
           RECORDING MODE IS F.
       01  CHKM-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY chkmrpt1.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X         VALUE 'N'.
               88  WS-END-OF-FILE                    VALUE 'Y'.
           05  WS-TRAN-STATUS          PIC X         VALUE 'A'.
               88  WS-TRAN-ACCEPTED                  VALUE 'A'.
               88  WS-TRAN-REJECTED                  VALUE 'R'.
           05  WS-SERIAL-FREE-SW       PIC X         VALUE 'N'.
               88  WS-SERIAL-FREE                    VALUE 'Y'.

       01  WS-CKC-FILE-STATUS          PIC X(2).
       01  WS-CKH-FILE-STATUS          PIC X(2).
       01  WS-EMP-FILE-STATUS          PIC X(2).
       01  WS-REJECT-REASON            PIC X(30).

       01  WS-TRAN-COUNTERS.
           05  WS-READ-COUNT           PIC 9(6)      VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(6)      VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(6)      VALUE 0.

       01  WS-CHECK-COUNTERS.
           05  WS-VOID-COUNT           PIC 9(6)      VALUE 0.
           05  WS-VOID-TOTAL           PIC 9(9)V99   VALUE 0.
           05  WS-REISSUE-COUNT        PIC 9(6)      VALUE 0.
           05  WS-REISSUE-TOTAL        PIC 9(9)V99   VALUE 0.
           05  WS-PPAY-COUNT           PIC 9(7)      VALUE 0.

       01  WS-CHECK-CONTROL.
           05  WS-LAST-SERIAL          PIC 9(8)      VALUE 0.
           05  WS-CHECK-ACCOUNT        PIC X(17)     VALUE SPACES.

      *    THE CHECK BEING VOIDED, HELD WHILE THE HISTORY FILE IS
      *    SEARCHED FOR THE REISSUE SERIAL
       01  WS-ORIGINAL-CHECK.
           05  WS-ORIG-SERIAL          PIC 9(8).
           05  WS-ORIG-EMP-ID          PIC X(6).
           05  WS-ORIG-PERIOD          PIC 9(5).
           05  WS-ORIG-CHECK-DATE      PIC 9(8).
           05  WS-ORIG-AMOUNT          PIC 9(7)V99.
       01  WS-NEW-SERIAL               PIC 9(8)      VALUE 0.
       01  WS-PAYEE-NAME               PIC X(25).

       01  WS-CURRENT-DATE.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 99.
           05  WS-CURR-DD              PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-AUD-FIELD-NAME.
           05  FILLER                  PIC X(6)      VALUE 'CHECK '.
           05  WS-AUD-FIELD-SERIAL     PIC 9(8).
           05  FILLER                  PIC X(6)      VALUE SPACES.

       01  WS-AUD-REISSUE-VALUE.
           05  FILLER                  PIC X(9)      VALUE 'REISSUED '.
           05  WS-AUD-NEW-SERIAL       PIC 9(8).
           05  FILLER                  PIC X(3)      VALUE SPACES.

       01  WS-AUD-SERIAL-EDIT          PIC 9(8).

       COPY audcall1.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CHECK-TRAN-FILE
           PERFORM 1100-READ-CHECK-CONTROL
           OPEN I-O CHECK-HISTORY-FILE
           IF WS-CKH-FILE-STATUS = '35'
               OPEN OUTPUT CHECK-HISTORY-FILE
               CLOSE CHECK-HISTORY-FILE
               OPEN I-O CHECK-HISTORY-FILE
           END-IF
           IF WS-CKH-FILE-STATUS NOT = '00'
               DISPLAY 'CHKMNT01 ERROR - CHECK HISTORY FILE OPEN '
                   'FAILED, STATUS ' WS-CKH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
               DISPLAY 'CHKMNT01 ERROR - EMPLOYEE MASTER FILE OPEN '
                   'FAILED, STATUS ' WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT CHKM-REPORT-FILE
           MOVE WS-CURR-MM   TO CKM-RUN-MM
           MOVE WS-CURR-DD   TO CKM-RUN-DD
           MOVE WS-CURR-CCYY TO CKM-RUN-CCYY
           MOVE CHKM-REPORT-HDR1 TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE
           MOVE CHKM-REPORT-HDR2 TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE.

       1100-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CKC-FILE-STATUS NOT = '35'
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CKC-LAST-SERIAL TO WS-LAST-SERIAL
                       MOVE CKC-ACCOUNT     TO WS-CHECK-ACCOUNT
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL WS-END-OF-FILE
               READ CHECK-TRAN-FILE
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
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE 0      TO WS-NEW-SERIAL
           EVALUATE TRUE
               WHEN CKT-SERIAL-X NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R02 SERIAL NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN CKT-VOID OR CKT-REISSUE
                   PERFORM 2200-EDIT-VOID-REISSUE
               WHEN CKT-SET-CONTROL
                   PERFORM 2300-EDIT-SET-CONTROL
               WHEN OTHER
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R01 INVALID ACTION CODE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2200-EDIT-VOID-REISSUE.
           MOVE CKT-SERIAL TO CKH-SERIAL
           READ CHECK-HISTORY-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R03 CHECK NOT ON HISTORY'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-ACCEPTED
               EVALUATE TRUE
                   WHEN CKH-VOIDED
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R04 CHECK ALREADY VOIDED'
                           TO WS-REJECT-REASON
                   WHEN CKH-REISSUED
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R05 CHECK ALREADY REISSUED'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-TRAN-ACCEPTED
               MOVE CKH-EMP-ID TO EMP-MST-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       IF CKT-REISSUE
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'R08 EMPLOYEE NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE EMP-MST-NAME TO WS-PAYEE-NAME
               END-READ
           END-IF.

       2300-EDIT-SET-CONTROL.
           EVALUATE TRUE
               WHEN CKT-ACCOUNT = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R07 ACCOUNT MISSING'
                       TO WS-REJECT-REASON
               WHEN CKT-SERIAL < WS-LAST-SERIAL
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R06 SERIAL BEHIND CONTROL'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       3000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN CKT-VOID
                   PERFORM 3100-APPLY-VOID
               WHEN CKT-REISSUE
                   PERFORM 3200-APPLY-REISSUE
               WHEN CKT-SET-CONTROL
                   PERFORM 3300-APPLY-SET-CONTROL
           END-EVALUATE.

       3100-APPLY-VOID.
           SET CKH-VOIDED TO TRUE
           MOVE WS-CURRENT-DATE-N TO CKH-STATUS-DATE
           REWRITE CHECK-HISTORY-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R09 HISTORY FILE I-O ERROR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 3500-WRITE-VOID-RECORD
                   MOVE 'VOIDED' TO ATC-NEW-VALUE
                   PERFORM 3700-LOG-CHECK-CHANGE
           END-REWRITE.

      *    THE REISSUE SERIAL IS FOUND FIRST AND THE REPLACEMENT
      *    WRITTEN UNDER IT - ONLY WHEN THAT WRITE TAKES IS THE
      *    ORIGINAL READ BACK (THE SERIAL SEARCH OVERLAYS THE RECORD
      *    AREA), MARKED REISSUED, VOIDED TO THE BANK AND LOGGED, SO
      *    A FAILED WRITE NEVER LEAVES A CHECK REISSUED TO NOTHING
       3200-APPLY-REISSUE.
           MOVE CKH-SERIAL        TO WS-ORIG-SERIAL
           MOVE CKH-EMP-ID        TO WS-ORIG-EMP-ID
           MOVE CKH-PERIOD-NUMBER TO WS-ORIG-PERIOD
           MOVE CKH-CHECK-DATE    TO WS-ORIG-CHECK-DATE
           MOVE CKH-AMOUNT        TO WS-ORIG-AMOUNT
           MOVE 'N' TO WS-SERIAL-FREE-SW
           PERFORM 3250-TAKE-NEXT-SERIAL
               UNTIL WS-SERIAL-FREE
           MOVE WS-LAST-SERIAL TO WS-NEW-SERIAL
           MOVE WS-NEW-SERIAL     TO CKH-SERIAL
           MOVE WS-ORIG-EMP-ID    TO CKH-EMP-ID
           MOVE WS-ORIG-PERIOD    TO CKH-PERIOD-NUMBER
           MOVE WS-CURRENT-DATE-N TO CKH-CHECK-DATE
           MOVE WS-ORIG-AMOUNT    TO CKH-AMOUNT
           SET CKH-ISSUED         TO TRUE
           MOVE WS-CURRENT-DATE-N TO CKH-STATUS-DATE
           MOVE WS-ORIG-SERIAL    TO CKH-ORIG-SERIAL
           MOVE 0                 TO CKH-REPLACED-BY
           WRITE CHECK-HISTORY-REC
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'R09 HISTORY FILE I-O ERROR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 3600-ISSUE-REPLACEMENT
           END-WRITE
           IF WS-TRAN-ACCEPTED
               MOVE WS-ORIG-SERIAL TO CKH-SERIAL
               READ CHECK-HISTORY-FILE
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R09 HISTORY FILE I-O ERROR'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TRAN-ACCEPTED
               SET CKH-REISSUED TO TRUE
               MOVE WS-CURRENT-DATE-N TO CKH-STATUS-DATE
               MOVE WS-NEW-SERIAL     TO CKH-REPLACED-BY
               REWRITE CHECK-HISTORY-REC
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'R09 HISTORY FILE I-O ERROR'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 3500-WRITE-VOID-RECORD
                       MOVE WS-NEW-SERIAL TO WS-AUD-NEW-SERIAL
                       MOVE WS-AUD-REISSUE-VALUE TO ATC-NEW-VALUE
                       PERFORM 3700-LOG-CHECK-CHANGE
               END-REWRITE
           END-IF.

       3250-TAKE-NEXT-SERIAL.
           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL TO CKH-SERIAL
           READ CHECK-HISTORY-FILE
               INVALID KEY
                   SET WS-SERIAL-FREE TO TRUE
           END-READ.

       3300-APPLY-SET-CONTROL.
           MOVE WS-LAST-SERIAL   TO WS-AUD-SERIAL-EDIT
           MOVE WS-AUD-SERIAL-EDIT TO ATC-OLD-VALUE
           MOVE CKT-SERIAL       TO WS-LAST-SERIAL
           MOVE CKT-ACCOUNT      TO WS-CHECK-ACCOUNT
           MOVE SPACES           TO ATC-EMP-ID
           MOVE 'CHECK CONTROL'  TO ATC-FIELD-NAME
           MOVE CKT-SERIAL-X     TO ATC-NEW-VALUE
           MOVE 'CHKMNT01'       TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

       3500-WRITE-VOID-RECORD.
           SET PPI-VOID-REC      TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PPI-ACCOUNT
           MOVE CKH-SERIAL       TO PPI-SERIAL
           MOVE CKH-CHECK-DATE   TO PPI-ISSUE-DATE
           MOVE CKH-AMOUNT       TO PPI-AMOUNT
           MOVE WS-PAYEE-NAME    TO PPI-PAYEE-NAME
           WRITE POSITIVE-PAY-ISSUE-REC
           ADD 1 TO WS-PPAY-COUNT
           ADD 1 TO WS-VOID-COUNT
           ADD CKH-AMOUNT TO WS-VOID-TOTAL.

       3600-ISSUE-REPLACEMENT.
           MOVE CKH-SERIAL        TO CKP-SERIAL
           MOVE CKH-CHECK-DATE    TO CKP-CHECK-DATE
           MOVE CKH-EMP-ID        TO CKP-EMP-ID
           MOVE WS-PAYEE-NAME     TO CKP-PAYEE-NAME
           MOVE CKH-AMOUNT        TO CKP-AMOUNT
           MOVE CKH-PERIOD-NUMBER TO CKP-PERIOD-NUMBER
           WRITE CHECK-PRINT-REC
           SET PPI-ISSUE-REC      TO TRUE
           MOVE WS-CHECK-ACCOUNT  TO PPI-ACCOUNT
           MOVE CKH-SERIAL        TO PPI-SERIAL
           MOVE CKH-CHECK-DATE    TO PPI-ISSUE-DATE
           MOVE CKH-AMOUNT        TO PPI-AMOUNT
           MOVE WS-PAYEE-NAME     TO PPI-PAYEE-NAME
           WRITE POSITIVE-PAY-ISSUE-REC
           ADD 1 TO WS-PPAY-COUNT
           ADD 1 TO WS-REISSUE-COUNT
           ADD CKH-AMOUNT TO WS-REISSUE-TOTAL.

       3700-LOG-CHECK-CHANGE.
           MOVE CKH-SERIAL        TO WS-AUD-FIELD-SERIAL
           MOVE WS-ORIG-EMP-ID    TO ATC-EMP-ID
           IF CKT-VOID
               MOVE CKH-EMP-ID    TO ATC-EMP-ID
           END-IF
           MOVE WS-AUD-FIELD-NAME TO ATC-FIELD-NAME
           MOVE 'ISSUED'          TO ATC-OLD-VALUE
           MOVE 'CHKMNT01'        TO ATC-CHANGED-BY
           CALL 'AUDLOG01' USING AUDIT-TRAIL-CALL-REC.

       4000-WRITE-EDIT-LINE.
           MOVE CKT-ACTION     TO CKM-ACTION
           MOVE CKT-SERIAL-X   TO CKM-SERIAL
           MOVE CKT-REASON     TO CKM-REASON
           MOVE SPACES         TO CKM-EMP-ID
           MOVE 0              TO CKM-AMOUNT
           MOVE SPACES         TO CKM-NEW-SERIAL
           IF CKT-VOID OR CKT-REISSUE
               IF WS-TRAN-ACCEPTED
                   MOVE WS-ORIG-EMP-ID TO CKM-EMP-ID
                   MOVE WS-ORIG-AMOUNT TO CKM-AMOUNT
                   IF CKT-VOID
                       MOVE CKH-EMP-ID TO CKM-EMP-ID
                       MOVE CKH-AMOUNT TO CKM-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-NEW-SERIAL > 0
               MOVE WS-NEW-SERIAL TO WS-AUD-SERIAL-EDIT
               MOVE WS-AUD-SERIAL-EDIT TO CKM-NEW-SERIAL
           END-IF
           IF WS-TRAN-ACCEPTED
               MOVE 'APPLIED '   TO CKM-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED'   TO CKM-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-REJECT-REASON TO CKM-REJECT
           MOVE CHKM-DETAIL-LINE TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE.

      *    THE POSITIVE-PAY TRAILER CARRIES THE ISSUE AND VOID
      *    TOTALS SEPARATELY SO THE BANK CAN PROVE EACH AGAINST ITS
      *    OWN DETAIL. THE LAST SERIAL USED GOES BACK TO THE
      *    CONTROL RECORD FOR THE NEXT PAY RUN
       9000-TERMINATION.
           MOVE WS-READ-COUNT    TO CKM-TOT-READ
           MOVE WS-APPLIED-COUNT TO CKM-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO CKM-TOT-REJECT
           MOVE CHKM-TOTAL-LINE TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE
           MOVE 'CHECKS VOIDED'   TO CKM-AMT-LABEL
           MOVE WS-VOID-COUNT     TO CKM-AMT-COUNT
           MOVE WS-VOID-TOTAL     TO CKM-AMT-AMOUNT
           MOVE CHKM-AMOUNT-LINE TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE
           MOVE 'REPLACEMENT CHECKS ISSUED' TO CKM-AMT-LABEL
           MOVE WS-REISSUE-COUNT  TO CKM-AMT-COUNT
           MOVE WS-REISSUE-TOTAL  TO CKM-AMT-AMOUNT
           MOVE CHKM-AMOUNT-LINE TO CHKM-REPORT-LINE
           WRITE CHKM-REPORT-LINE
           SET PPT-TRAILER-REC    TO TRUE
           MOVE WS-CHECK-ACCOUNT  TO PPT-ACCOUNT
           MOVE WS-PPAY-COUNT     TO PPT-RECORD-COUNT
           MOVE WS-REISSUE-TOTAL  TO PPT-ISSUE-TOTAL
           MOVE WS-VOID-TOTAL     TO PPT-VOID-TOTAL
           WRITE POSITIVE-PAY-TRAILER-REC
           MOVE WS-LAST-SERIAL    TO CKC-LAST-SERIAL
           MOVE WS-CHECK-ACCOUNT  TO CKC-ACCOUNT
           OPEN OUTPUT CHECK-CONTROL-FILE
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE
           CLOSE CHECK-TRAN-FILE
           CLOSE CHECK-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE CHECK-PRINT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE CHKM-REPORT-FILE
           CANCEL 'AUDLOG01'
           IF WS-REJECT-COUNT > 0
               DISPLAY 'CHKMNT01 - ' WS-REJECT-COUNT ' TRANSACTIONS '
                   'REJECTED, SEE EDIT REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
