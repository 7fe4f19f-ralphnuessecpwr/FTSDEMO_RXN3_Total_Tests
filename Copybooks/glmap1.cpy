      *    GENERAL LEDGER ACCOUNT MAP - ONE LINE PER POSTING
      *    CATEGORY AND KEY, KEPT AS A PLAIN TEXT FILE SO ACCOUNTING
      *    CAN CHANGE THE CHART WITHOUT A PROGRAM CHANGE. WAGE
      *    EXPENSE IS KEYED BY DEPARTMENT, THEN DIVISION, THEN A
      *    BLANK-KEY DEFAULT; GARNISHMENTS BY AGENCY, THEN DEFAULT;
      *    EVERY OTHER CATEGORY BY THE BLANK KEY ALONE
       01  GL-ACCOUNT-MAP-REC.
           05  GLM-CATEGORY        PIC X(3).
               88  GLM-WAGE-EXPENSE        VALUE 'WAG'.
               88  GLM-TAX-LIABILITY       VALUE 'TAX'.
               88  GLM-INS-LIABILITY       VALUE 'INS'.
               88  GLM-RET-LIABILITY       VALUE 'RET'.
               88  GLM-GRN-LIABILITY       VALUE 'GRN'.
               88  GLM-DEPOSIT-CASH        VALUE 'DDC'.
               88  GLM-CHECK-CASH          VALUE 'CHK'.
           05  GLM-KEY             PIC X(20).
           05  GLM-ACCOUNT         PIC X(12).
           05  GLM-DESCRIPTION     PIC X(30).
