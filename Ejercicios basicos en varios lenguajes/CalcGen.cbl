      *          card, alongside the real department extracts. A
      *          generation register lists every template as
      *          GENERADA or NO VENCE so the day's automatic volume
      *          can be eyeballed before the merge. Every generated
      *          transaction is also appended to CALC-GEN-LOG-FILE
      *          with its template and the template's owning
      *          department, so the chargeback can bill the pseudo
      *          department's volume to the departments it serves.
      *          GN-CYCLE-NO names the processing cycle of the run
      *          date the extract is for (blank is cycle 01); it is
      *          logged with every generated transaction so the
      *          chargeback finds it under the cycle it posted in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GEN-TRANS-FILE ASSIGN DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-GEN-LOG-FILE ASSIGN TO "CALCGNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCGENR"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY CALCTRN.

       FD  CALC-GEN-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCGNL.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCGENO".

       01 WS-ORDER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-PSEUDO-DEPT-ID PIC X(4) VALUE SPACES.

       01 WS-ORDER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ORDER-FILE VALUE "Y".
       01 WS-DUE-SWITCH PIC X VALUE "N".
           88 TEMPLATE-IS-DUE VALUE "Y".

       01 WS-CYCLE-NO PIC 9(2) VALUE 1.
       01 WS-NEXT-SEQ-NO PIC 9(6) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GENERATED-COUNT PIC 9(6) VALUE ZERO.
               SET END-OF-ORDER-FILE TO TRUE
           END-IF
           OPEN OUTPUT GEN-TRANS-FILE
           OPEN EXTEND CALC-GEN-LOG-FILE
           IF WS-GEN-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CALC-GEN-LOG-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM PRINT-REGISTER-HEADING
           PERFORM PRINT-REGISTER-TOTALS

           CLOSE GEN-TRANS-FILE
           CLOSE CALC-GEN-LOG-FILE
           CLOSE REPORT-FILE

           DISPLAY "CALCGEN: " WS-GENERATED-COUNT
                   STOP RUN
           END-READ
           MOVE GN-RUN-DATE TO WS-RUN-DATE
           MOVE GN-DEPT-ID TO WS-PSEUDO-DEPT-ID
           IF GN-CYCLE-NO NUMERIC AND GN-CYCLE-NO > ZERO
               MOVE GN-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF GN-OUTPUT-FILENAME NOT = SPACES
               MOVE GN-OUTPUT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF
           MOVE SPACE TO TR-REF-FLAG-2
           MOVE ZERO TO TR-REF-SEQ-2
           WRITE CALC-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT

           MOVE WS-RUN-DATE TO GG-RUN-DATE
           MOVE WS-NEXT-SEQ-NO TO GG-GEN-SEQ-NO
           MOVE SO-TEMPLATE-ID TO GG-TEMPLATE-ID
           MOVE SO-OWNER-DEPT-ID TO GG-OWNER-DEPT-ID
           MOVE WS-PSEUDO-DEPT-ID TO GG-PSEUDO-DEPT-ID
           MOVE WS-CYCLE-NO TO GG-CYCLE-NO
           WRITE GEN-LOG-RECORD.

       PRINT-GENERATED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "PLANTILLA " SO-TEMPLATE-ID " GENERADA COMO SEC "
               WS-NEXT-SEQ-NO " OPCION " SO-OPCION
               " MONEDA " SO-CURRENCY-CODE
               " DEPTO " SO-OWNER-DEPT-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA: " WS-RUN-DATE "  CICLO: " WS-CYCLE-NO
               "  DEPTO: " GN-DEPT-ID
               "  DIA SEMANA: " WS-RUN-WEEKDAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
