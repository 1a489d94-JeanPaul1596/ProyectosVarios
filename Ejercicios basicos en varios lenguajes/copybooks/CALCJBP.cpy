      ******************************************************************
      * CALCJBP - CALC-JOB-PARM-FILE record layout.
      * Run parameters for CALCJOB: the run date and processing cycle
      * the nightly stream runs for (blank or zero cycle is cycle
      * 01), the step to start from, and the directory the batch
      * programs are run from, ending in "/" (blank runs them by name
      * from the current directory's search path).
      * JB-START-STEP blank starts at the first step that has not
      * completed for the date and cycle on the step status log and
      * never repeats a completed step - the normal restart after a
      * failed night. A step id starts at that step and runs it and
      * every step after it again, completed or not.
      ******************************************************************
       01  CALC-JOB-PARM-RECORD.
           05  JB-RUN-DATE            PIC 9(8).
           05  JB-CYCLE-NO            PIC 9(2).
           05  JB-START-STEP          PIC X(8).
           05  JB-LOAD-LIBRARY        PIC X(40).
