      * reversal under a date whose period CALCCLS has already
      * closed on the period lock file; without it CALCREV refuses
      * rather than move a month accounting has signed off.
      * RV-CYCLE-NO limits the reversal to one processing cycle of
      * the run date; blank or zero backs out every cycle of it.
      ******************************************************************
       01  CALC-REV-PARM-RECORD.
           05  RV-RUN-DATE            PIC 9(8).
           05  RV-OPERATOR-ID         PIC X(8).
           05  RV-AUTH-FLAG           PIC X(1).
           05  RV-REOPEN-AUTH         PIC X(1).
           05  RV-CYCLE-NO            PIC 9(2).
