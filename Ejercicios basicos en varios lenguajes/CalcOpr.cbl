      *          operator with that operator's counts by operation
      *          and the earliest and latest run time worked, so
      *          the overnight headcount case can be made from data
      *          the shop already captures. A day's counts take in
      *          every processing cycle of the date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * date, so only the range is paid for.
       START-AUDIT-BROWSE.
           MOVE WS-FROM-DATE TO AM-RUN-DATE
           MOVE ZERO TO AM-CYCLE-NO
           MOVE ZERO TO AM-SEQ-NO
           MOVE LOW-VALUE TO AM-REVERSAL-FLAG
           START CALC-AUDIT-MASTER KEY >= AM-KEY
