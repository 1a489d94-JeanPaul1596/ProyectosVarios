      ******************************************************************
      * CALCVTU - CALC-VARIANCE-UPDATE-FILE record layout.
      * Maintenance cards for the variance threshold master: action
      * "A" adds the tolerance for a department/operation/currency
      * or replaces the one already on file for it (blank
      * department, zero operation or blank currency for "any");
      * action "D" removes it.
      ******************************************************************
       01  VARIANCE-UPDATE-RECORD.
           05  VU-ACTION              PIC X(1).
           05  VU-DEPT-ID             PIC X(4).
           05  VU-OPCION              PIC 9(2).
           05  VU-CURRENCY-CODE       PIC X(3).
           05  VU-COUNT-PCT           PIC 9(3)V9.
           05  VU-AMOUNT-PCT          PIC 9(3)V9.
           05  VU-MIN-AMOUNT          PIC 9(7)V99.
