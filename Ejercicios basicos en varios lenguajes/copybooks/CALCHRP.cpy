      ******************************************************************
      * CALCHRP - CALC-REL-PARM-FILE record layout.
      * Run parameters for CALCREL: the operator deciding the held
      * items (who must not be the operator who ran the batch that
      * held them), today's date, and HR-REOPEN-AUTH "Y" as the
      * explicit authorization to post a decision into a run date
      * whose period CALCCLS has already closed.
      ******************************************************************
       01  CALC-REL-PARM-RECORD.
           05  HR-OPERATOR-ID         PIC X(8).
           05  HR-RUN-DATE            PIC 9(8).
           05  HR-REOPEN-AUTH         PIC X(1).
