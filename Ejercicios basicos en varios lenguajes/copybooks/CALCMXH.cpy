      ******************************************************************
      * CALCMXH - CALC-XREF-HISTORY-FILE record layout.
      * Cumulative history of the merge cross reference. CALCMRX is
      * rewritten by every CALCMRG run, so CALCMRG also appends each
      * cross reference here stamped with the run date it was merged
      * for. A rerun of the merge for the same run date appends a
      * second block starting again at sequence 1; the latest block
      * for a date is the one that was posted. Read by CALCCHB to
      * attribute a period's volume to the departments.
      * MH-CYCLE-NO is the processing cycle merged for; blocks are
      * per run date and cycle.
      ******************************************************************
       01  XREF-HISTORY-RECORD.
           05  MH-RUN-DATE            PIC 9(8).
           05  MH-NEW-SEQ-NO          PIC 9(6).
           05  MH-DEPT-ID             PIC X(4).
           05  MH-ORIG-SEQ-NO         PIC 9(6).
           05  MH-CYCLE-NO            PIC 9(2).
