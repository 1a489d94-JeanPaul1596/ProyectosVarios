      ******************************************************************
      * CALCGBP - CALC-GL-BAL-PARM-FILE record layout.
      * Run parameters for CALCGBU: the date the balance ledger is
      * brought up to date.
      ******************************************************************
       01  CALC-GL-BAL-PARM-RECORD.
           05  GP-APPLY-DATE          PIC 9(8).
