      ******************************************************************
      * CALCVRP - CALC-VARIANCE-PARM-FILE record layout.
      * Run parameters for CALCVAR: the run date to examine, how
      * many prior run dates make up the trailing average (zero or
      * blank means 5) and how many of the largest individual
      * results to list behind each exception (zero or blank
      * means 3).
      ******************************************************************
       01  CALC-VARIANCE-PARM-RECORD.
           05  VP-RUN-DATE            PIC 9(8).
           05  VP-PRIOR-DATES         PIC 9(2).
           05  VP-TOP-RESULTS         PIC 9(2).
