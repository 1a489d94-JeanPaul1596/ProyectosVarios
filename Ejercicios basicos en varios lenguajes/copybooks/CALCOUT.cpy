      ******************************************************************
      * CALCOUT - CALC-RESULT-FILE record layout.
      * One RESULTADOS per transaction processed by CALCULOS.
      * RS-CYCLE-NO is the processing cycle of the run date that
      * produced the result.
      ******************************************************************
       01  CALC-RESULT-RECORD.
           05  RS-SEQ-NO              PIC 9(6).
           05  RS-NUM2                PIC S9(7)V99.
           05  RS-RESULTADOS          PIC S9(7)V99.
           05  RS-CURRENCY-CODE       PIC X(3).
           05  RS-CYCLE-NO            PIC 9(2).
