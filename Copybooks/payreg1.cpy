           05  REG-TOT-DEDUCT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  REG-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99.

       01  PAY-REGISTER-EARN-LINE.
           05  FILLER          PIC X(9)      VALUE SPACES.
           05  REG-ERN-CODE    PIC X(3).
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  REG-ERN-DESC    PIC X(20).
           05  FILLER          PIC X(7)      VALUE SPACES.
           05  REG-ERN-HOURS   PIC ZZ9.99    BLANK WHEN ZERO.
           05  FILLER          PIC X(2)      VALUE SPACES.
           05  REG-ERN-GROSS   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(26)     VALUE SPACES.
           05  REG-ERN-NOTE    PIC X(25).
