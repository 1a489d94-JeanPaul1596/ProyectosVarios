      *          (a rerun's duplicate audit record) is replaced so
      *          the load can be repeated without duplicating a run.
      *          Runs right after CALCULOS and before the nightly
      *          readers. The key carries the processing cycle after
      *          the run date, so every cycle of a date loads beside
      *          the others; running it after each cycle's CALCULOS
      *          picks that cycle up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       LOAD-ONE-AUDIT-RECORD.
           MOVE AU-RUN-DATE TO AM-RUN-DATE
           MOVE AU-CYCLE-NO TO AM-CYCLE-NO
           MOVE AU-SEQ-NO TO AM-SEQ-NO
           MOVE AU-REVERSAL-FLAG TO AM-REVERSAL-FLAG
           MOVE AU-OPCION TO AM-OPCION
