      *          currency net change totals. Any difference ends
      *          the run with RETURN-CODE 8 so the scheduler holds
      *          the GL handoff until someone has reviewed the
      *          register. Only the processing cycle on the parm
      *          card is compared; the date's other cycles on the
      *          master are not part of the rerun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCOUT".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.

           IF WS-DIFF-COUNT > ZERO
               DISPLAY "CALCCMP: " WS-DIFF-COUNT
                   " diferencias contra la corrida original de "
                   WS-RUN-DATE " ciclo " WS-CYCLE-NO
                   ", RETENER ENTREGA AL GL"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALCCMP: recorrida identica a la original"
                   " de " WS-RUN-DATE " ciclo " WS-CYCLE-NO
           END-IF
           STOP RUN.

                   STOP RUN
           END-READ
           MOVE PM-RUN-DATE TO WS-RUN-DATE
           IF PM-CYCLE-NO NUMERIC AND PM-CYCLE-NO > ZERO
               MOVE PM-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF PM-OUTPUT-FILENAME NOT = SPACES
               MOVE PM-OUTPUT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RM-RUN-DATE
           MOVE WS-CYCLE-NO TO RM-CYCLE-NO
           MOVE ZERO TO RM-SEQ-NO
           START CALC-RESULT-MASTER KEY >= RM-KEY
               INVALID KEY
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-RUN-DATE OR
                               RM-CYCLE-NO NOT = WS-CYCLE-NO
                           SET END-OF-BROWSE TO TRUE
                       END-IF
               END-READ
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE CORRIDA: " WS-RUN-DATE
               "  CICLO: " WS-CYCLE-NO
               "  OPERADOR: " PM-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
