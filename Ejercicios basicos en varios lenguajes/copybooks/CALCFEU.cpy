      ******************************************************************
      * CALCFEU - CALC-FEE-UPDATE-FILE record layout.
      * Maintenance cards for the chargeback fee schedule: action
      * "A" adds a department's schedule or replaces the one already
      * on file for it (FU-DEPT-ID blank is the house schedule);
      * action "D" removes it.
      ******************************************************************
       01  FEE-UPDATE-RECORD.
           05  FU-ACTION              PIC X(1).
           05  FU-DEPT-ID             PIC X(4).
           05  FU-POSTED-RATE         PIC 9(3)V9(4).
           05  FU-SUSPENSE-RATE       PIC 9(3)V9(4).
           05  FU-CHAINED-RATE        PIC 9(3)V9(4).
           05  FU-MONTHLY-MINIMUM     PIC 9(7)V99.
           05  FU-EXPENSE-ACCOUNT     PIC X(10).
           05  FU-INCOME-ACCOUNT      PIC X(10).
           05  FU-CURRENCY-CODE       PIC X(3).
