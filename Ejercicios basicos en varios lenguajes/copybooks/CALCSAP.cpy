      ******************************************************************
      * CALCSAP - CALC-ACCESS-REVIEW-PARM-FILE record layout.
      * Run parameters for CALCSAR: the review window (from/to
      * dates, inclusive) and the number of denials in the window
      * from which an operator is flagged as repeatedly denied
      * (zero or blank means 2).
      ******************************************************************
       01  CALC-ACCESS-REVIEW-PARM-RECORD.
           05  SA-FROM-DATE           PIC 9(8).
           05  SA-TO-DATE             PIC 9(8).
           05  SA-REPEAT-LIMIT        PIC 9(3).
