      *          load can be repeated without duplicating a run.
      *          CALCINQ answers department inquiries from the master
      *          this program maintains.
      *          The master key carries the processing cycle from
      *          the parm card after the run date, so each cycle of
      *          a date is loaded from its own result file without
      *          touching the others.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCOUT".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-MASTER-STATUS PIC XX VALUE SPACES.

           DISPLAY "CALCLOD: " WS-LOADED-COUNT " cargados, "
               WS-REPLACED-COUNT " reemplazados, fecha " WS-RUN-DATE
               " ciclo " WS-CYCLE-NO
           IF WS-NO-AUDIT-COUNT > ZERO
               DISPLAY "CALCLOD: " WS-NO-AUDIT-COUNT
                   " resultados sin registro de auditoria"
                   STOP RUN
           END-READ
           MOVE PM-RUN-DATE TO WS-RUN-DATE
           IF PM-CYCLE-NO NUMERIC AND PM-CYCLE-NO > ZERO
               MOVE PM-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF PM-OUTPUT-FILENAME NOT = SPACES
               MOVE PM-OUTPUT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF

       LOAD-ONE-RESULT.
           MOVE WS-RUN-DATE TO RM-RUN-DATE
           MOVE WS-CYCLE-NO TO RM-CYCLE-NO
           MOVE RS-SEQ-NO TO RM-SEQ-NO
           MOVE RS-OPCION TO RM-OPCION
           MOVE RS-NUM1 TO RM-NUM1
           END-WRITE
           PERFORM READ-NEXT-RESULT-RECORD.

      * One keyed read on run date, cycle, sequence and a blank
      * reversal flag - the key CALCULOS audit records carry -
      * instead of the table scan that used to walk the whole
      * history.
       READ-AUDIT-FOR-RESULT.
           MOVE SPACES TO RM-OPERATOR-ID
           MOVE ZERO TO RM-RUN-TIME
           IF AUDIT-MASTER-AVAILABLE
               MOVE WS-RUN-DATE TO AM-RUN-DATE
               MOVE WS-CYCLE-NO TO AM-CYCLE-NO
               MOVE RS-SEQ-NO TO AM-SEQ-NO
               MOVE SPACE TO AM-REVERSAL-FLAG
               READ CALC-AUDIT-MASTER
