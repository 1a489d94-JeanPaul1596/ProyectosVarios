      *          outcome, so the month-end close in CALCCLS can
      *          verify every date of the period from data instead
      *          of a stack of printed certificates.
      *          Results CALCULOS held back on CALC-HOLD-FILE for a
      *          second operator's release are part of the proof:
      *          records read must equal results plus suspense plus
      *          items still held for the run date, and any item
      *          still held puts the date out of balance, so the day
      *          cannot certify (or close) while something is waiting
      *          for approval. Once CALCREL decides it, an approved
      *          item is counted with the results and a rejected one
      *          with the suspense, and the rerun certifies.
      *          A run date processed in several cycles is balanced
      *          one cycle at a time: the suspense, hold, audit and
      *          GL records counted are those of PM-RUN-DATE and the
      *          PM-CYCLE-NO on the card, and the balance log records
      *          the cycle it certified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCBALR"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY CALCGL.

       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       COPY CALCHLD.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       01 WS-INPUT-FILENAME PIC X(40) VALUE "CALCTRN".
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCOUT".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
           88 AUDIT-MASTER-OPEN VALUE "Y".
       01 WS-BAL-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CURRENT-FILE VALUE "Y".
       01 WS-RESULT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HOLD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXPECTED-COUNT PIC 9(6) VALUE ZERO.

       01 WS-RESULT-SUM PIC S9(9)V99 VALUE ZERO.
           PERFORM COUNT-TRANS-RECORDS
           PERFORM COUNT-RESULT-RECORDS
           PERFORM COUNT-SUSPENSE-RECORDS
           PERFORM COUNT-HOLD-RECORDS
           PERFORM COUNT-AUDIT-RECORDS
           PERFORM TOTAL-GL-RECORDS
           PERFORM CHECK-BALANCES

           IF RUN-OUT-OF-BALANCE
               DISPLAY "CALCBAL: CORRIDA DESCUADRADA, fecha "
                   WS-RUN-DATE " ciclo " WS-CYCLE-NO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALCBAL: corrida cuadrada, fecha "
                   WS-RUN-DATE " ciclo " WS-CYCLE-NO
           END-IF
           STOP RUN.

               OPEN OUTPUT CALC-BAL-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           MOVE WS-CYCLE-NO TO BL-CYCLE-NO
           MOVE WS-BALANCE-SWITCH TO BL-BALANCE-FLAG
           WRITE BAL-LOG-RECORD
           CLOSE CALC-BAL-LOG-FILE.
                   STOP RUN
           END-READ
           MOVE PM-RUN-DATE TO WS-RUN-DATE
           IF PM-CYCLE-NO NUMERIC AND PM-CYCLE-NO > ZERO
               MOVE PM-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF PM-INPUT-FILENAME NOT = SPACES
               MOVE PM-INPUT-FILENAME TO WS-INPUT-FILENAME
           END-IF
               AT END
                   SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF SU-RUN-DATE = WS-RUN-DATE AND
                           SU-CYCLE-NO = WS-CYCLE-NO
                       ADD 1 TO WS-SUSPENSE-COUNT
                   END-IF
           END-READ.

      * Only items still waiting for a decision count here; once
      * CALCREL decides one it shows up as a result or a suspense.
       COUNT-HOLD-RECORDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CALC-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               SET END-OF-CURRENT-FILE TO TRUE
           END-IF
           PERFORM READ-COUNT-HOLD UNTIL END-OF-CURRENT-FILE
           IF WS-HOLD-FILE-STATUS NOT = "35"
               CLOSE CALC-HOLD-FILE
           END-IF.

       READ-COUNT-HOLD.
           READ CALC-HOLD-FILE
               AT END
                   SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF HD-RUN-DATE = WS-RUN-DATE AND
                           HD-CYCLE-NO = WS-CYCLE-NO AND HD-HELD
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-READ.

      * Keyed browse over the run date and cycle only; a master
      * that is not there yet counts as zero audit records, which
      * shows up as out of balance instead of passing silently.
       COUNT-AUDIT-RECORDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CALC-AUDIT-MASTER
           ELSE
               SET AUDIT-MASTER-OPEN TO TRUE
               MOVE WS-RUN-DATE TO AM-RUN-DATE
               MOVE WS-CYCLE-NO TO AM-CYCLE-NO
               MOVE ZERO TO AM-SEQ-NO
               MOVE LOW-VALUE TO AM-REVERSAL-FLAG
               START CALC-AUDIT-MASTER KEY >= AM-KEY
               AT END
                   SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF AM-RUN-DATE > WS-RUN-DATE OR
                           AM-CYCLE-NO NOT = WS-CYCLE-NO
                       SET END-OF-CURRENT-FILE TO TRUE
                   ELSE
                       IF AM-REVERSAL-FLAG NOT = "R"
                   SET END-OF-CURRENT-FILE TO TRUE
               NOT AT END
                   IF GL-RUN-DATE = WS-RUN-DATE AND
                           GL-CYCLE-NO = WS-CYCLE-NO AND
                           GL-REVERSAL-FLAG NOT = "R"
                       IF GL-DR-CR-INDICATOR = "D"
                           ADD GL-AMOUNT TO WS-GL-DEBIT-SUM

       CHECK-BALANCES.
           COMPUTE WS-EXPECTED-COUNT =
               WS-RESULT-COUNT + WS-SUSPENSE-COUNT + WS-HOLD-COUNT
           IF WS-TRANS-COUNT NOT = WS-EXPECTED-COUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-HOLD-COUNT > ZERO
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-AUDIT-COUNT NOT = WS-RESULT-COUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE CORRIDA: " WS-RUN-DATE
               "  CICLO: " WS-CYCLE-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETENIDAS SIN LIBERAR:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AUDIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AUDITORIA DE LA FECHA:     " WS-EDIT-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HOLD-COUNT > ZERO
               MOVE "*** HAY PARTIDAS RETENIDAS ESPERANDO CALCREL ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF RUN-IN-BALANCE
               MOVE "*** CORRIDA CUADRADA ***" TO REPORT-LINE
           ELSE
