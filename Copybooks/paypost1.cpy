      *    ONE POSTING PER EMPLOYEE, PAID PERIOD AND EARNINGS
      *    CODE. HOURS ENTRIES CARRY THE PERIOD END DATE; RETRO
      *    ENTRIES CARRY THE RATE EFFECTIVE DATE THE ADJUSTMENT WAS
      *    GENERATED FOR, SO THE SAME ADJUSTMENT CAN NEVER BE
      *    POSTED TWICE, AND A BLANK EARNINGS CODE. THE POSTING
      *    CARRIES THE TAXABLE PART OF THE GROSS AND THE DEDUCTION
      *    SPLIT AND NET PAID, SO QUARTERLY FIGURES CAN BE BUILT
      *    AND A POSTING CAN BE BACKED OUT EXACTLY. THE SPLIT AND
      *    NET OF A PERIOD PAY RIDE ON THE FIRST EARNINGS LINE
      *    WRITTEN AND ARE ZERO ON THE REST, SO THE LINES OF ONE
      *    EMPLOYEE AND PERIOD ADD UP TO THE PAY
       01  PAY-POSTING-REC.
           05  PPH-KEY.
               10  PPH-EMP-ID      PIC X(6).
               10  PPH-ENTRY-TYPE  PIC X.
                   88  PPH-HOURS-ENTRY         VALUE 'H'.
                   88  PPH-RETRO-ENTRY         VALUE 'R'.
               10  PPH-EARN-CODE   PIC X(3).
           05  PPH-HOURS           PIC 9(3)V99.
           05  PPH-PAY-RATE        PIC 9(5)V99.
           05  PPH-GROSS           PIC 9(7)V99.
           05  PPH-PERIOD-NUMBER   PIC 9(5).
           05  PPH-TAXABLE-GROSS   PIC 9(7)V99.
           05  PPH-TAX             PIC 9(7)V99.
           05  PPH-INS             PIC 9(7)V99.
           05  PPH-RET             PIC 9(7)V99.
           05  PPH-GRN             PIC 9(7)V99.
           05  PPH-NET             PIC 9(7)V99.
