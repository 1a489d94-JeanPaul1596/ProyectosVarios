      ******************************************************************
      * CALCGAP - CALC-GL-ACK-PARM-FILE record layout.
      * Run parameters for CALCGAR: the date of the run, the name of
      * the loader's acknowledgment file to reconcile (blank when
      * none came back and only the ageing report is wanted), and
      * after how many days an unacknowledged transmission is
      * reported as overdue.
      ******************************************************************
       01  CALC-GL-ACK-PARM-RECORD.
           05  GA-RUN-DATE            PIC 9(8).
           05  GA-ACK-FILENAME        PIC X(40).
           05  GA-OVERDUE-DAYS        PIC 9(3).
