      * CALCCKP - checkpoint record layout for CALCULOS restart.
      * Holds the sequence number of the last CALC-TRANS-FILE record
      * fully processed, so a rerun can skip what already completed.
      * CK-CYCLE-NO with CK-RUN-DATE names the run the checkpoint
      * belongs to; a restart only resumes from its own run's.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-LAST-SEQ-NO         PIC 9(6).
           05  CK-RUN-DATE            PIC 9(8).
           05  CK-CYCLE-NO            PIC 9(2).
