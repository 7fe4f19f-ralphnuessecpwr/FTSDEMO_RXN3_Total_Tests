      *    POSITION MASTER - ONE RECORD PER AUTHORIZED POSITION,
      *    KEYED BY DEPARTMENT AND POSITION NUMBER. A POSITION WITH
      *    NO INCUMBENT IS VACANT; ONE WITH ZERO FTE IS FROZEN AND
      *    MAY NOT BE FILLED.
       01  POSITION-MASTER-REC.
           05  POS-KEY.
               10  POS-DEPT            PIC X(6).
               10  POS-NUMBER          PIC X(4).
           05  POS-TITLE               PIC X(20).
           05  POS-AUTH-FTE            PIC 9V99.
           05  POS-BUDGET-SALARY       PIC 9(7)V99.
           05  POS-INCUMBENT           PIC X(6).
               88  POS-VACANT                  VALUE SPACES.
