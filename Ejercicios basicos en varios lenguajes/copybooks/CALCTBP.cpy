      ******************************************************************
      * CALCTBP - CALC-TRIAL-BAL-PARM-FILE record layout.
      * Run parameters for CALCTRB: the period (AAAAMM) whose trial
      * balance is printed.
      ******************************************************************
       01  CALC-TRIAL-BAL-PARM-RECORD.
           05  TB-PERIOD              PIC 9(6).
