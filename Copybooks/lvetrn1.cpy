      *    LEAVE BALANCE ADJUSTMENT - ADD HOURS TO OR DEDUCT HOURS
      *    FROM A BALANCE, OR SET IT OUTRIGHT
       01  LEAVE-TRAN-REC.
           05  LVT-ACTION          PIC X.
               88  LVT-ADD                     VALUE 'A'.
               88  LVT-DEDUCT                  VALUE 'D'.
               88  LVT-SET                     VALUE 'S'.
           05  LVT-EMP-ID          PIC X(6).
           05  LVT-LEAVE-TYPE      PIC X(3).
               88  LVT-VALID-LEAVE-TYPE        VALUES 'VAC' 'SIC'.
           05  LVT-HOURS-X         PIC X(6).
           05  LVT-HOURS REDEFINES LVT-HOURS-X
                                   PIC 9(4)V99.
           05  LVT-REASON          PIC X(20).
