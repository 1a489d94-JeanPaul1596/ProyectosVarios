      * date whose period CALCCLS has already closed on the period
      * lock file; without it CALCULOS refuses rather than post into
      * a month accounting has signed off.
      * PM-CYCLE-NO numbers the processing cycle within the run
      * date (01 the overnight batch, 02 on for later batches of the
      * same day); blank or zero is cycle 01. Duplicate-run and
      * restart protection work per date and cycle, so a second
      * cycle needs no rerun authorization but a repeated one does.
      ******************************************************************
       01  CALC-PARM-RECORD.
           05  PM-OPERATOR-ID         PIC X(8).
           05  PM-OUTPUT-FILENAME     PIC X(40).
           05  PM-RERUN-AUTH          PIC X(1).
           05  PM-REOPEN-AUTH         PIC X(1).
           05  PM-CYCLE-NO            PIC 9(2).
