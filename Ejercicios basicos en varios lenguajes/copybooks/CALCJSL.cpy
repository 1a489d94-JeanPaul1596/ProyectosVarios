      ******************************************************************
      * CALCJSL - CALC-JOB-LOG-FILE record layout.
      * Step status log of the nightly stream, appended by CALCJOB:
      * an "I" record when a step is started, then its outcome - "C"
      * completed within its JD-MAX-RC, "F" failed, or "S" skipped
      * because JL-BLOCKED-BY, a step it depends on, did not
      * complete. The last record of a step for a run date and
      * cycle is its status; an "I" with nothing after it is a step
      * that never came back. JL-RETURN-CODE 9999 is a step that
      * could not be started or ended abnormally.
      ******************************************************************
       01  JOB-LOG-RECORD.
           05  JL-RUN-DATE            PIC 9(8).
           05  JL-CYCLE-NO            PIC 9(2).
           05  JL-STEP-ID             PIC X(8).
           05  JL-PROGRAM             PIC X(8).
           05  JL-STATUS              PIC X(1).
               88  JL-STEP-STARTED    VALUE "I".
               88  JL-STEP-COMPLETED  VALUE "C".
               88  JL-STEP-FAILED     VALUE "F".
               88  JL-STEP-SKIPPED    VALUE "S".
           05  JL-START-DATE          PIC 9(8).
           05  JL-START-TIME          PIC 9(6).
           05  JL-END-DATE            PIC 9(8).
           05  JL-END-TIME            PIC 9(6).
           05  JL-RETURN-CODE         PIC 9(4).
           05  JL-MAX-RC              PIC 9(2).
           05  JL-BLOCKED-BY          PIC X(8).
