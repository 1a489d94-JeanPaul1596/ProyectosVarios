      * balance, "N" when it did not. CALCCLS reads this log at
      * month-end instead of someone eyeballing a stack of printed
      * certificates.
      * BL-CYCLE-NO is the processing cycle certified; each cycle
      * of a date is balanced on its own.
      ******************************************************************
       01  BAL-LOG-RECORD.
           05  BL-RUN-DATE            PIC 9(8).
           05  BL-BALANCE-FLAG        PIC X(1).
               88  BL-IN-BALANCE      VALUE "Y".
           05  BL-CYCLE-NO            PIC 9(2).
