      *          a whole run date, option 3 lists a date range. Each
      *          hit shows the result fields together with the
      *          operator id and run time joined in from the audit
      *          trail at load time. Option 1 also asks for the
      *          processing cycle of the date (blank is cycle 01);
      *          options 2 and 3 list every cycle of their dates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-INQ-DATE PIC 9(8) VALUE ZERO.
       01 WS-INQ-DATE-TO PIC 9(8) VALUE ZERO.
       01 WS-INQ-SEQ-NO PIC 9(6) VALUE ZERO.
       01 WS-INQ-CYCLE-NO PIC 9(2) VALUE ZERO.

       01 WS-BROWSE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-BROWSE VALUE "Y".
           ACCEPT WS-INQ-DATE
           DISPLAY "Numero de secuencia: "
           ACCEPT WS-INQ-SEQ-NO
           DISPLAY "Ciclo (en blanco = 01): "
           ACCEPT WS-INQ-CYCLE-NO
           IF WS-INQ-CYCLE-NO NOT NUMERIC OR WS-INQ-CYCLE-NO = ZERO
               MOVE 1 TO WS-INQ-CYCLE-NO
           END-IF
           MOVE WS-INQ-DATE TO RM-RUN-DATE
           MOVE WS-INQ-CYCLE-NO TO RM-CYCLE-NO
           MOVE WS-INQ-SEQ-NO TO RM-SEQ-NO
           READ CALC-RESULT-MASTER
               INVALID KEY
                   DISPLAY "CALCINQ: sin registro para secuencia "
                       WS-INQ-SEQ-NO " fecha " WS-INQ-DATE
                       " ciclo " WS-INQ-CYCLE-NO
               NOT INVALID KEY
                   PERFORM DISPLAY-MASTER-RECORD
           END-READ.
           MOVE "N" TO WS-BROWSE-EOF-SWITCH
           MOVE ZERO TO WS-HIT-COUNT
           MOVE WS-INQ-DATE TO RM-RUN-DATE
           MOVE ZERO TO RM-CYCLE-NO
           MOVE ZERO TO RM-SEQ-NO
           START CALC-RESULT-MASTER KEY >= RM-KEY
               INVALID KEY

       DISPLAY-MASTER-RECORD.
           MOVE RM-RESULTADOS TO WS-EDIT-RESULTADOS
           DISPLAY "FECHA " RM-RUN-DATE " CICLO " RM-CYCLE-NO
               " SEC " RM-SEQ-NO
               " OPCION " RM-OPCION " MONEDA " RM-CURRENCY-CODE
           MOVE RM-NUM1 TO WS-EDIT-NUM
           DISPLAY "  NUM1: " WS-EDIT-NUM
