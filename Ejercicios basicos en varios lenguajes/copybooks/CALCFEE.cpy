      ******************************************************************
      * CALCFEE - CALC-FEE-SCHEDULE-FILE record layout.
      * Chargeback fee schedule: one record per department with the
      * price of each posted result, each suspense item (resubmitted
      * items are charged again at this rate) and each chained
      * result (one whose operand was taken from an earlier
      * result, charged at this rate instead of the posted rate),
      * the monthly minimum billed even when the department's
      * volume is lower, the department's expense account and the
      * operations income account the charge moves to, and the
      * currency of the charge. A record with FE-DEPT-ID blank is
      * the house schedule used for any department without one of
      * its own. Maintained by CALCFEM; read by CALCCHB.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FE-DEPT-ID             PIC X(4).
           05  FE-POSTED-RATE         PIC 9(3)V9(4).
           05  FE-SUSPENSE-RATE       PIC 9(3)V9(4).
           05  FE-CHAINED-RATE        PIC 9(3)V9(4).
           05  FE-MONTHLY-MINIMUM     PIC 9(7)V99.
           05  FE-EXPENSE-ACCOUNT     PIC X(10).
           05  FE-INCOME-ACCOUNT      PIC X(10).
           05  FE-CURRENCY-CODE       PIC X(3).
