      * CALCREV, CALCLOD) take the run date they need with a keyed
      * START/READ NEXT here instead of scanning the whole history;
      * CALCAUD itself stays the journal CALCULOS appends to.
      * The key carries the processing cycle between the run date
      * and the sequence, since every cycle numbers from 1; a
      * reversal keeps the cycle of the posting it backs out.
      ******************************************************************
       01  AUDIT-MASTER-RECORD.
           05  AM-KEY.
               10  AM-RUN-DATE        PIC 9(8).
               10  AM-CYCLE-NO        PIC 9(2).
               10  AM-SEQ-NO          PIC 9(6).
               10  AM-REVERSAL-FLAG   PIC X(1).
           05  AM-OPCION              PIC 9(2).
