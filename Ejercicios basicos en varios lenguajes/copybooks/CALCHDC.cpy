      ******************************************************************
      * CALCHDC - CALC-DECISION-FILE record layout.
      * One decision card per held item, keyed on the run date and
      * TR-SEQ-NO the item was held under: "A" approves it for
      * posting, "R" rejects it to suspense. The reason text is
      * optional and goes on the suspense record of a rejection.
      * HC-CYCLE-NO is the processing cycle of the run date the item
      * was held in; blank or zero is cycle 01.
      ******************************************************************
       01  DECISION-RECORD.
           05  HC-RUN-DATE            PIC 9(8).
           05  HC-SEQ-NO              PIC 9(6).
           05  HC-DECISION            PIC X(1).
               88  HC-APPROVE         VALUE "A".
               88  HC-REJECT          VALUE "R".
           05  HC-REASON-TEXT         PIC X(40).
           05  HC-CYCLE-NO            PIC 9(2).
