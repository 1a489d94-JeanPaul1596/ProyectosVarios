      ******************************************************************
      * CALCLMU - CALC-LIMIT-UPDATE-FILE record layout.
      * Maintenance cards for the high-value limit master: action
      * "A" adds a limit or replaces the limit already on file for
      * the same operation and currency; action "D" removes it.
      ******************************************************************
       01  LIMIT-UPDATE-RECORD.
           05  LU-ACTION              PIC X(1).
           05  LU-OPCION              PIC 9(2).
           05  LU-CURRENCY-CODE       PIC X(3).
           05  LU-LIMIT-AMOUNT        PIC 9(7)V99.
