      *          the parm card carries the explicit reopen
      *          authorization PM-REOPEN-AUTH = "Y", so nothing can
      *          post into a month accounting has signed off.
      *          A result whose RESULTADOS (either sign) is over the
      *          limit for its operation and currency on the
      *          high-value limit master CALC-LIMIT-FILE (maintained
      *          by CALCLMM) does not post: it is written to the hold
      *          file CALC-HOLD-FILE with everything the posting
      *          needs, and waits for a second operator to approve or
      *          reject it through CALCREL. A held result is not
      *          available to the chain, so a transaction chained off
      *          it suspenses with E007 like any other reference to
      *          an unposted sequence. The RUN-END record carries the
      *          held count next to the result and suspense counts.
      *          A run date can be processed in several cycles (the
      *          overnight batch is cycle 01, a later batch of the
      *          same day cycle 02 and so on) named by PM-CYCLE-NO on
      *          the parm card. The run-control log, checkpoint,
      *          result, audit, suspense, hold and GL records all
      *          carry the cycle, the completed check and the rerun
      *          authorization apply per date and cycle, and a
      *          restart only resumes from a checkpoint its own date
      *          and cycle wrote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT CALC-LIMIT-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCPLK.

       FD  CALC-LIMIT-FILE
           RECORDING MODE IS F.
       COPY CALCLIM.

       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       COPY CALCHLD.

       WORKING-STORAGE SECTION.
       01 NUM1 PIC S9(7)V99.
       01 NUM2 PIC S9(7)V99.
       01 WS-TRANS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RESULTS-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-SUSPENSE-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-HELD-WRITTEN PIC 9(6) VALUE ZERO.

       01 WS-VALID-SWITCH PIC X VALUE "Y".
           88 VALID-TRANSACTION VALUE "Y".

       01 WS-CKPT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CHECKPOINT-FILE VALUE "Y".
       01 WS-CKPT-OTHER-RUN-SWITCH PIC X VALUE "N".
           88 CHECKPOINT-OF-OTHER-RUN VALUE "Y".

       01 WS-OLD-RESULT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-OLD-RESULT-FILE VALUE "Y".
           05 WS-LOCK-CHECK-PERIOD PIC 9(6).
           05 FILLER PIC XX.

       01 WS-LIMIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LIMIT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LIMIT-FILE VALUE "Y".
       01 WS-LIMIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LIMIT-MAX PIC 9(4) VALUE 200.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
               10 WS-LIM-OPCION PIC 9(2).
               10 WS-LIM-CURRENCY PIC X(3).
               10 WS-LIM-AMOUNT PIC 9(7)V99.
       01 WS-LIMIT-IX PIC 9(4) VALUE ZERO.
       01 WS-LIMIT-LOOKUP-CCY PIC X(3) VALUE SPACES.
       01 WS-LIMIT-HIT-SWITCH PIC X VALUE "N".
           88 LIMIT-FOUND VALUE "Y".
       01 WS-LIMIT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-OVER-LIMIT-SWITCH PIC X VALUE "N".
           88 RESULT-OVER-LIMIT VALUE "Y".

       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-DATE PIC 9(8).
           05 WS-CD-TIME PIC 9(6).
           PERFORM CHECK-PERIOD-LOCK
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-GL-ACCT-TABLE
           PERFORM LOAD-LIMIT-TABLE
           PERFORM WRITE-RUN-START-RECORD

           IF WS-RESTART-FLAG = "Y"
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT CALC-GL-INTERFACE
           END-IF
           OPEN EXTEND CALC-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT CALC-HOLD-FILE
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM PROCESS-TRANSACTIONS UNTIL END-OF-TRANS-FILE
           CLOSE CALC-CHECKPOINT-FILE
           CLOSE CALC-SUSPENSE-FILE
           CLOSE CALC-GL-INTERFACE
           CLOSE CALC-HOLD-FILE

           PERFORM WRITE-RUN-END-RECORD
           STOP RUN.
               CLOSE CALC-RUN-LOG-FILE
           END-IF
           IF RUN-DATE-COMPLETED AND PM-RERUN-AUTH NOT = "Y"
               DISPLAY "CALCULOS: la fecha " PM-RUN-DATE " ciclo "
                   PM-CYCLE-NO
                   " ya corrio y esta completa. Correrla de nuevo"
               DISPLAY "CALCULOS: duplicaria las contabilizaciones"
                   " al GL. Use autorizacion de recorrida"

       SCAN-RUN-LOG-RECORD.
           IF RN-RUN-END AND RN-RUN-DATE = PM-RUN-DATE
                   AND RN-CYCLE-NO = PM-CYCLE-NO
               SET RUN-DATE-COMPLETED TO TRUE
           END-IF
           PERFORM READ-NEXT-RUN-LOG-RECORD.
           END-IF
           MOVE "S" TO RN-RECORD-TYPE
           MOVE PM-RUN-DATE TO RN-RUN-DATE
           MOVE PM-CYCLE-NO TO RN-CYCLE-NO
           MOVE PM-OPERATOR-ID TO RN-OPERATOR-ID
           MOVE WS-INPUT-FILENAME TO RN-INPUT-FILENAME
           MOVE ZERO TO RN-READ-COUNT
           MOVE ZERO TO RN-RESULT-COUNT
           MOVE ZERO TO RN-SUSPENSE-COUNT
           MOVE ZERO TO RN-HOLD-COUNT
           WRITE RUN-LOG-RECORD
           CLOSE CALC-RUN-LOG-FILE.

           OPEN EXTEND CALC-RUN-LOG-FILE
           MOVE "E" TO RN-RECORD-TYPE
           MOVE PM-RUN-DATE TO RN-RUN-DATE
           MOVE PM-CYCLE-NO TO RN-CYCLE-NO
           MOVE PM-OPERATOR-ID TO RN-OPERATOR-ID
           MOVE WS-INPUT-FILENAME TO RN-INPUT-FILENAME
           MOVE WS-TRANS-READ-COUNT TO RN-READ-COUNT
           MOVE WS-RESULTS-WRITTEN TO RN-RESULT-COUNT
           MOVE WS-SUSPENSE-WRITTEN TO RN-SUSPENSE-COUNT
           MOVE WS-HELD-WRITTEN TO RN-HOLD-COUNT
           WRITE RUN-LOG-RECORD
           CLOSE CALC-RUN-LOG-FILE.

                   CLOSE CALC-PARM-FILE
                   STOP RUN
           END-READ
           IF PM-CYCLE-NO NOT NUMERIC OR PM-CYCLE-NO = ZERO
               MOVE 1 TO PM-CYCLE-NO
           END-IF
           MOVE PM-RESTART-FLAG TO WS-RESTART-FLAG
           IF PM-INPUT-FILENAME NOT = SPACES
               MOVE PM-INPUT-FILENAME TO WS-INPUT-FILENAME
                   AT END
                       SET END-OF-CHECKPOINT-FILE TO TRUE
                   NOT AT END
                       IF CK-RUN-DATE = PM-RUN-DATE AND
                               CK-CYCLE-NO = PM-CYCLE-NO
                           MOVE CK-LAST-SEQ-NO TO WS-LAST-CKPT-SEQ
                       ELSE
                           SET CHECKPOINT-OF-OTHER-RUN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-CHECKPOINT-FILE
           IF CHECKPOINT-OF-OTHER-RUN
               DISPLAY "CALCULOS: el checkpoint no es de la fecha "
                   PM-RUN-DATE " ciclo " PM-CYCLE-NO
               DISPLAY "CALCULOS: otra corrida lo reescribio; el"
                   " reinicio se rechaza para no duplicar"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-TRANSACTION.
           READ CALC-TRANS-FILE
                   ELSE
                       PERFORM FIND-GL-ACCOUNT
                       IF GL-ACCOUNT-FOUND
                           PERFORM CHECK-HIGH-VALUE-LIMIT
                           IF RESULT-OVER-LIMIT
                               PERFORM WRITE-HOLD-RECORD
                           ELSE
                               PERFORM WRITE-RESULT-RECORD
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM WRITE-GL-RECORD
                               PERFORM STORE-CHAIN-RESULT
                           END-IF
                       ELSE
                           MOVE "E008" TO WS-REASON-CODE
                           MOVE "Sin cuenta GL para operacion/moneda"
           MOVE PM-RUN-DATE TO GL-RUN-DATE
           MOVE SPACE TO GL-REVERSAL-FLAG
           MOVE ZERO TO GL-ORIG-RUN-DATE
           MOVE PM-CYCLE-NO TO GL-CYCLE-NO
           MOVE ZERO TO GL-ORIG-CYCLE-NO
           WRITE GL-INTERFACE-RECORD.

      * A missing mapping master is not fatal here: the run still
           END-IF
           ADD 1 TO WS-ACCT-IX.

      * No limit master means no limits: every result posts the way
      * it did before the high-value control existed.
       LOAD-LIMIT-TABLE.
           OPEN INPUT CALC-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "35"
               DISPLAY "CALCULOS: sin maestro de limites, control"
                   " de alto valor no activo"
               SET END-OF-LIMIT-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LIMIT-RECORD
               PERFORM STORE-LIMIT-ENTRY UNTIL END-OF-LIMIT-FILE
               CLOSE CALC-LIMIT-FILE
           END-IF.

       READ-NEXT-LIMIT-RECORD.
           READ CALC-LIMIT-FILE
               AT END
                   SET END-OF-LIMIT-FILE TO TRUE
           END-READ.

       STORE-LIMIT-ENTRY.
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
               DISPLAY "CALCULOS: tabla de limites llena, registro "
                   LM-OPCION " " LM-CURRENCY-CODE " perdido"
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LM-OPCION TO WS-LIM-OPCION(WS-LIMIT-COUNT)
               MOVE LM-CURRENCY-CODE
                   TO WS-LIM-CURRENCY(WS-LIMIT-COUNT)
               MOVE LM-LIMIT-AMOUNT TO WS-LIM-AMOUNT(WS-LIMIT-COUNT)
           END-IF
           PERFORM READ-NEXT-LIMIT-RECORD.

      * The limit for the operation and exact currency is tried
      * first, then the blank-currency entry, the same order the GL
      * account lookup uses. No limit on file means no hold.
       CHECK-HIGH-VALUE-LIMIT.
           MOVE "N" TO WS-OVER-LIMIT-SWITCH
           MOVE TR-CURRENCY-CODE TO WS-LIMIT-LOOKUP-CCY
           PERFORM FIND-LIMIT-ENTRY
           IF NOT LIMIT-FOUND
               MOVE SPACES TO WS-LIMIT-LOOKUP-CCY
               PERFORM FIND-LIMIT-ENTRY
           END-IF
           IF LIMIT-FOUND AND
                   FUNCTION ABS(RESULTADOS) > WS-LIMIT-AMOUNT
               SET RESULT-OVER-LIMIT TO TRUE
           END-IF.

       FIND-LIMIT-ENTRY.
           MOVE "N" TO WS-LIMIT-HIT-SWITCH
           MOVE 1 TO WS-LIMIT-IX
           PERFORM SCAN-LIMIT-ENTRY
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT OR LIMIT-FOUND.

       SCAN-LIMIT-ENTRY.
           IF WS-LIM-OPCION(WS-LIMIT-IX) = OPCION AND
                   WS-LIM-CURRENCY(WS-LIMIT-IX) = WS-LIMIT-LOOKUP-CCY
               MOVE WS-LIM-AMOUNT(WS-LIMIT-IX) TO WS-LIMIT-AMOUNT
               SET LIMIT-FOUND TO TRUE
           END-IF
           ADD 1 TO WS-LIMIT-IX.

      * The held record carries the resolved operands, the account
      * in effect on the run date and the result file of this run,
      * so CALCREL can post it later exactly as it would have
      * posted here.
       WRITE-HOLD-RECORD.
           MOVE TR-SEQ-NO TO HD-SEQ-NO
           MOVE OPCION TO HD-OPCION
           MOVE NUM1 TO HD-NUM1
           MOVE NUM2 TO HD-NUM2
           MOVE RESULTADOS TO HD-RESULTADOS
           MOVE TR-CURRENCY-CODE TO HD-CURRENCY-CODE
           MOVE PM-RUN-DATE TO HD-RUN-DATE
           MOVE PM-CYCLE-NO TO HD-CYCLE-NO
           MOVE WS-CD-TIME TO HD-RUN-TIME
           MOVE PM-OPERATOR-ID TO HD-OPERATOR-ID
           IF TR-NUM1-IS-REF
               MOVE TR-REF-SEQ-1 TO HD-REF-SEQ-1
           ELSE
               MOVE ZERO TO HD-REF-SEQ-1
           END-IF
           IF TR-NUM2-IS-REF
               MOVE TR-REF-SEQ-2 TO HD-REF-SEQ-2
           ELSE
               MOVE ZERO TO HD-REF-SEQ-2
           END-IF
           MOVE WS-GL-ACCOUNT TO HD-GL-ACCOUNT
           MOVE WS-LIMIT-AMOUNT TO HD-LIMIT-AMOUNT
           MOVE WS-OUTPUT-FILENAME TO HD-RESULT-FILENAME
           SET HD-HELD TO TRUE
           MOVE SPACES TO HD-RELEASE-OPERATOR
           MOVE ZERO TO HD-RELEASE-DATE
           MOVE ZERO TO HD-RELEASE-TIME
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-WRITTEN
           DISPLAY "CALCULOS: transaccion " TR-SEQ-NO
               " retenida por alto valor, requiere liberacion".

       WRITE-SUSPENSE-RECORD.
           MOVE TR-SEQ-NO TO SU-SEQ-NO
           MOVE TR-OPCION TO SU-OPCION
           MOVE WS-REASON-TEXT TO SU-REASON-TEXT
           MOVE TR-CURRENCY-CODE TO SU-CURRENCY-CODE
           MOVE PM-RUN-DATE TO SU-RUN-DATE
           MOVE PM-CYCLE-NO TO SU-CYCLE-NO
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-WRITTEN
           DISPLAY "CALCULOS: transaccion " TR-SEQ-NO
       WRITE-CHECKPOINT-RECORD.
           MOVE TR-SEQ-NO TO CK-LAST-SEQ-NO
           MOVE PM-RUN-DATE TO CK-RUN-DATE
           MOVE PM-CYCLE-NO TO CK-CYCLE-NO
           WRITE CHECKPOINT-RECORD.

       CALCULATE-RESULT.
           MOVE NUM2 TO RS-NUM2
           MOVE RESULTADOS TO RS-RESULTADOS
           MOVE TR-CURRENCY-CODE TO RS-CURRENCY-CODE
           MOVE PM-CYCLE-NO TO RS-CYCLE-NO
           WRITE CALC-RESULT-RECORD
           ADD 1 TO WS-RESULTS-WRITTEN.

           MOVE RESULTADOS TO AU-RESULTADOS
           MOVE TR-CURRENCY-CODE TO AU-CURRENCY-CODE
           MOVE PM-RUN-DATE TO AU-RUN-DATE
           MOVE PM-CYCLE-NO TO AU-CYCLE-NO
           MOVE WS-CD-TIME TO AU-RUN-TIME
           MOVE PM-OPERATOR-ID TO AU-OPERATOR-ID
           IF TR-NUM1-IS-REF
