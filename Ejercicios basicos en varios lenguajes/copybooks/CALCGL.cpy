      * GL-REVERSAL-FLAG "R" was generated by CALCREV to back out a
      * bad run date; it posts on GL-RUN-DATE and names the run it
      * reverses in GL-ORIG-RUN-DATE.
      * GL-CYCLE-NO is the processing cycle that produced the
      * posting (zero for the CALCCHB billing, which no cycle
      * produced) and GL-ORIG-CYCLE-NO the cycle of the posting a
      * reversal backs out. Both stay off the GL transmission, which
      * posts by date.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE        PIC X(10).
           05  GL-RUN-DATE            PIC 9(8).
           05  GL-REVERSAL-FLAG       PIC X(1).
           05  GL-ORIG-RUN-DATE       PIC 9(8).
           05  GL-CYCLE-NO            PIC 9(2).
           05  GL-ORIG-CYCLE-NO       PIC 9(2).
