      ******************************************************************
      * CALCVTH - CALC-VARIANCE-THRESHOLD-FILE record layout.
      * Tolerances for the result variance report CALCVAR, one
      * record per department, operation and currency. A blank
      * department, a zero operation or a blank currency applies to
      * any value without a record of its own; the most specific
      * record wins, department first, then operation, then
      * currency, so the all-blank record is the house tolerance.
      * A combination is out of tolerance when its result count is
      * off its trailing average by more than VT-COUNT-PCT percent,
      * or its RESULTADOS total is off by more than VT-AMOUNT-PCT
      * percent and also by more than VT-MIN-AMOUNT, so small
      * departments are not flagged over small sums. Maintained by
      * CALCVTM.
      ******************************************************************
       01  VARIANCE-THRESHOLD-RECORD.
           05  VT-DEPT-ID             PIC X(4).
           05  VT-OPCION              PIC 9(2).
           05  VT-CURRENCY-CODE       PIC X(3).
           05  VT-COUNT-PCT           PIC 9(3)V9.
           05  VT-AMOUNT-PCT          PIC 9(3)V9.
           05  VT-MIN-AMOUNT          PIC 9(7)V99.
