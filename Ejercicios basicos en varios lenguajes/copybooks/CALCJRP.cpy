      ******************************************************************
      * CALCJRP - CALC-JOB-REPORT-PARM-FILE record layout.
      * Run parameters for CALCJSR: the run dates whose nightly
      * stream is reported. Zero to-date is the from-date alone;
      * both zero reports every run date on the step status log.
      ******************************************************************
       01  CALC-JOB-REPORT-PARM-RECORD.
           05  JR-FROM-DATE           PIC 9(8).
           05  JR-TO-DATE             PIC 9(8).
