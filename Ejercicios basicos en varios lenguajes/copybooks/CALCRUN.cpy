      * CALCRUN - CALC-RUN-LOG-FILE record layout.
      * Run-control log for CALCULOS: an "S" record is written at
      * startup and an "E" record with the final read/result/
      * suspense/held counts at completion. A run date that already
      * has an "E" record has posted to GL and the audit trail, so
      * CALCULOS refuses to start it again unless the parm card
      * carries an explicit rerun authorization.
      * RN-CYCLE-NO is the processing cycle of the run date the
      * record belongs to; the completed check is per date and cycle.
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  RN-RECORD-TYPE         PIC X(1).
           05  RN-READ-COUNT          PIC 9(6).
           05  RN-RESULT-COUNT        PIC 9(6).
           05  RN-SUSPENSE-COUNT      PIC 9(6).
           05  RN-HOLD-COUNT          PIC 9(6).
           05  RN-CYCLE-NO            PIC 9(2).
