      ******************************************************************
      * CALCGNL - CALC-GEN-LOG-FILE record layout.
      * One record per transaction CALCGEN generates, appended run
      * after run: the run date and generated sequence number (the
      * department sequence CALCMRG sees for the pseudo department),
      * the template it came from, the department that owns the
      * template and the pseudo department id it was merged under.
      * Read by CALCCHB to bill generated volume to its owner.
      * GG-CYCLE-NO is the processing cycle generated for.
      ******************************************************************
       01  GEN-LOG-RECORD.
           05  GG-RUN-DATE            PIC 9(8).
           05  GG-GEN-SEQ-NO          PIC 9(6).
           05  GG-TEMPLATE-ID         PIC 9(6).
           05  GG-OWNER-DEPT-ID       PIC X(4).
           05  GG-PSEUDO-DEPT-ID      PIC X(4).
           05  GG-CYCLE-NO            PIC 9(2).
