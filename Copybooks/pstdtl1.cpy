      *    PAY POSTING DETAIL - WHAT ONE PAY POSTING DID TO FILES
      *    OTHER THAN THE MASTER AND THE DEDUCTION DETAIL, WHICH THE
      *    POSTING ITSELF DOES NOT CARRY: THE AMOUNT WITHHELD FOR
      *    EACH GARNISHMENT ORDER (CODE = ORDER PRIORITY), THE LEAVE
      *    HOURS TAKEN AND ACCRUED FOR EACH LEAVE TYPE, AND THE
      *    COMPANY RETIREMENT MATCH. KEYED LIKE THE POSTING IT
      *    BELONGS TO, SO PAYREV01 CAN BACK A POSTING OUT EXACTLY
       01  PAY-POST-DETAIL-REC.
           05  PPD-KEY.
               10  PPD-EMP-ID      PIC X(6).
               10  PPD-PERIOD-END  PIC 9(8).
               10  PPD-ENTRY-TYPE  PIC X.
                   88  PPD-HOURS-ENTRY         VALUE 'H'.
                   88  PPD-RETRO-ENTRY         VALUE 'R'.
               10  PPD-DETAIL-TYPE PIC X.
                   88  PPD-GARNISHMENT         VALUE 'G'.
                   88  PPD-LEAVE-TAKEN         VALUE 'T'.
                   88  PPD-LEAVE-ACCRUED       VALUE 'A'.
                   88  PPD-EMPLOYER-MATCH      VALUE 'M'.
               10  PPD-DETAIL-CODE PIC X(3).
               10  PPD-DETAIL-PRIORITY REDEFINES PPD-DETAIL-CODE.
                   15  PPD-ORDER-PRIORITY  PIC 9(2).
                   15  FILLER              PIC X.
           05  PPD-AMOUNT          PIC 9(7)V99.
           05  PPD-PERIOD-NUMBER   PIC 9(5).
