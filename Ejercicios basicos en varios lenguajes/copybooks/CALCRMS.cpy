      * matching audit record. CALCINQ reads it by key so a "what
      * did transaction N come out to on date D" question is one
      * keyed read instead of an eyeball search through CALCOUT.
      * The key carries the processing cycle between the run date
      * and the sequence, since every cycle numbers from 1.
      ******************************************************************
       01  RESULT-MASTER-RECORD.
           05  RM-KEY.
               10  RM-RUN-DATE        PIC 9(8).
               10  RM-CYCLE-NO        PIC 9(2).
               10  RM-SEQ-NO          PIC 9(6).
           05  RM-OPCION              PIC 9(2).
           05  RM-NUM1                PIC S9(7)V99.
