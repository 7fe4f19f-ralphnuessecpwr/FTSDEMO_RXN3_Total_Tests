       01  POSITION-TRAN-REC.
           05  PTR-ACTION          PIC X.
               88  PTR-ADD                     VALUE 'A'.
               88  PTR-CHANGE                  VALUE 'C'.
               88  PTR-DELETE                  VALUE 'D'.
               88  PTR-FILL                    VALUE 'F'.
               88  PTR-VACATE                  VALUE 'V'.
           05  PTR-DEPT            PIC X(6).
           05  PTR-NUMBER          PIC X(4).
           05  PTR-TITLE           PIC X(20).
           05  PTR-FTE-X           PIC X(3).
           05  PTR-FTE REDEFINES PTR-FTE-X
                                   PIC 9V99.
           05  PTR-BUDGET-X        PIC X(9).
           05  PTR-BUDGET REDEFINES PTR-BUDGET-X
                                   PIC 9(7)V99.
           05  PTR-EMP-ID          PIC X(6).
