      *    PAY POSTING REVERSAL - BACK OUT ONE EMPLOYEE'S POSTED PAY.
      *    AN ENTRY TYPE OF H (OR BLANK) NAMES THE PERIOD PAY POSTED
      *    FOR THE PERIOD END DATE; R NAMES A RETRO ADJUSTMENT BY
      *    ITS RATE EFFECTIVE DATE
       01  PAY-REVERSAL-TRAN-REC.
           05  RVT-EMP-ID          PIC X(6).
           05  RVT-PERIOD-END-X    PIC X(8).
           05  RVT-PERIOD-END REDEFINES RVT-PERIOD-END-X
                                   PIC 9(8).
           05  RVT-ENTRY-TYPE      PIC X.
               88  RVT-PERIOD-PAY              VALUES 'H' ' '.
               88  RVT-RETRO-PAY               VALUE 'R'.
           05  RVT-REASON          PIC X(20).
