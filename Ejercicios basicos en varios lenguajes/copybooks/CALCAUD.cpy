      * AU-REF-SEQ-1/2 hold the sequence numbers a chained operand
      * was taken from (zero when the operand was keyed literally),
      * so a final figure can be traced back through its chain.
      * AU-CYCLE-NO is the processing cycle of the run date the
      * transaction posted in.
      ******************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AU-SEQ-NO              PIC 9(6).
           05  AU-REF-SEQ-1           PIC 9(6).
           05  AU-REF-SEQ-2           PIC 9(6).
           05  AU-REVERSAL-FLAG       PIC X(1).
           05  AU-CYCLE-NO            PIC 9(2).
