      ******************************************************************
      * CALCJSD - CALC-JOB-STEP-FILE record layout.
      * The nightly job stream, one record per step in the order the
      * steps run. JD-PROGRAM is the program run. JD-PARM-FILE names
      * the parm file the program reads its card from; when not
      * blank, the first JD-PARM-LENGTH bytes of JD-PARM-CARD are
      * written there before the step runs, with every "AAAAMMDD"
      * replaced by the run date and every "##" by the cycle. A
      * blank JD-PARM-FILE leaves the program's parm file as it is.
      * A RETURN-CODE above JD-MAX-RC fails the step. JD-DEPENDENT
      * lists the steps (always later in the stream) that must not
      * run when this step does not complete; their own dependents
      * are held back with them.
      ******************************************************************
       01  JOB-STEP-RECORD.
           05  JD-STEP-ID             PIC X(8).
           05  JD-PROGRAM             PIC X(8).
           05  JD-MAX-RC              PIC 9(2).
           05  JD-PARM-FILE           PIC X(8).
           05  JD-PARM-LENGTH         PIC 9(3).
           05  JD-PARM-CARD           PIC X(160).
           05  JD-DEPENDENT           PIC X(8) OCCURS 8 TIMES.
