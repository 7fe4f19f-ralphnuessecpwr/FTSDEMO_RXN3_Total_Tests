               88  TRN-FLD-PAY-RATE            VALUE 'PR'.
               88  TRN-FLD-TYPE                VALUE 'TY'.
               88  TRN-FLD-STATUS              VALUE 'ST'.
               88  TRN-FLD-HIRE-DATE           VALUE 'HD'.
           05  TRN-TRAN-DATA       PIC X(64).
           05  TRN-ADD-DATA REDEFINES TRN-TRAN-DATA.
               10  TRN-ADD-NAME        PIC X(25).
               10  TRN-ADD-PAY-RATE REDEFINES TRN-ADD-PAY-RATE-X
                                       PIC 9(5)V99.
               10  TRN-ADD-TYPE        PIC X.
      *        THE HIRE DATE THE RETIREMENT MATCH WAITING PERIOD
      *        RUNS FROM - BLANK MEANS HIRED AS OF THE RUN DATE
               10  TRN-ADD-HIRE-DATE-X PIC X(8).
               10  TRN-ADD-HIRE-DATE REDEFINES TRN-ADD-HIRE-DATE-X
                                       PIC 9(8).
               10  FILLER              PIC X(17).
           05  TRN-CHG-DATA REDEFINES TRN-TRAN-DATA.
               10  TRN-NEW-VALUE       PIC X(25).
               10  TRN-NEW-VALUE-NUM REDEFINES TRN-NEW-VALUE.
