      ******************************************************************
      * CALCLIM - CALC-LIMIT-FILE record layout.
      * High-value limit master: one record per operation code and
      * currency with the largest RESULTADOS (either sign) CALCULOS
      * may post without a second operator looking at it. A blank
      * currency applies to any currency without an exact match of
      * its own; an operation/currency with no limit on file posts
      * as it always did. A result over its limit is written to the
      * hold file CALCHLD instead of posting and waits there for
      * CALCREL. Maintained by CALCLMM.
      ******************************************************************
       01  LIMIT-MASTER-RECORD.
           05  LM-OPCION              PIC 9(2).
           05  LM-CURRENCY-CODE       PIC X(3).
           05  LM-LIMIT-AMOUNT        PIC 9(7)V99.
