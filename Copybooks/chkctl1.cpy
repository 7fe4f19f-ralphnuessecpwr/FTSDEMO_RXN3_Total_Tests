      *    ONE-RECORD CHECK CONTROL FILE - THE LAST CHECK SERIAL
      *    NUMBER USED ON THE PAYROLL DISBURSING ACCOUNT AND THE
      *    ACCOUNT NUMBER CARRIED ON THE POSITIVE-PAY ISSUE FILE.
      *    EVERY PROGRAM THAT CUTS A CHECK TAKES ITS SERIALS FROM
      *    HERE AND WRITES THE LAST ONE USED BACK AT TERMINATION
       01  CHECK-CONTROL-REC.
           05  CKC-LAST-SERIAL     PIC 9(8).
           05  CKC-ACCOUNT         PIC X(17).
