      * extract goes into the merge under (listed on CALCMRD like
      * any department), and the name of the CALCTRN-layout extract
      * to write.
      * GN-CYCLE-NO is the processing cycle of the run date the
      * extract is for; blank or zero is cycle 01.
      ******************************************************************
       01  CALC-GEN-PARM-RECORD.
           05  GN-RUN-DATE            PIC 9(8).
           05  GN-DEPT-ID             PIC X(4).
           05  GN-OUTPUT-FILENAME     PIC X(40).
           05  GN-CYCLE-NO            PIC 9(2).
