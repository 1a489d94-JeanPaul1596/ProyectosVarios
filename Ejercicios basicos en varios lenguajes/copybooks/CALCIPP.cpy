      ******************************************************************
      * CALCIPP - CALC-IMPACT-PARM-FILE record layout.
      * Run parameters for CALCIMP: one card per transaction a
      * department reported as keyed wrong. The run date is taken
      * from the first card; every card names one starting sequence
      * number of that run date whose chain of dependents is to be
      * followed.
      * IP-CYCLE-NO is the processing cycle of the run date the
      * transaction posted in (chains never cross cycles); blank or
      * zero is cycle 01. Taken from the first card like the date.
      ******************************************************************
       01  CALC-IMPACT-PARM-RECORD.
           05  IP-RUN-DATE            PIC 9(8).
           05  IP-SEQ-NO              PIC 9(6).
           05  IP-CYCLE-NO            PIC 9(2).
