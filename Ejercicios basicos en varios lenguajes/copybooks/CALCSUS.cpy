      * CALCSUS - CALC-SUSPENSE-FILE record layout.
      * Transactions that fail edit in CALCULOS land here with a
      * reason code instead of stopping or corrupting the batch run.
      * SU-CYCLE-NO is the processing cycle of the run date the
      * transaction was rejected in.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-SEQ-NO              PIC 9(6).
           05  SU-REASON-TEXT         PIC X(40).
           05  SU-CURRENCY-CODE       PIC X(3).
           05  SU-RUN-DATE            PIC 9(8).
           05  SU-CYCLE-NO            PIC 9(2).
