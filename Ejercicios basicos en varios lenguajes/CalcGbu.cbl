      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: GL balance ledger update. Every CALCULOS run date,
      *          every CALCREL release and every CALCREV reversal
      *          appends postings to CALC-GL-INTERFACE, but until the
      *          GL loader's month-end run nobody on this side knew
      *          what any account's balance was, so a posting that
      *          landed in the wrong CALCGAM account went unnoticed
      *          for weeks. This program applies the postings
      *          written since its last run to the indexed balance
      *          ledger CALC-GL-BALANCE-FILE, keyed by account,
      *          currency and period (AAAAMM of GL-RUN-DATE): debits
      *          and credits accumulate on the period record and the
      *          closing balance is recomputed. Like CALCGLX, its
      *          control file CALC-GL-BAL-CTL-FILE remembers how many
      *          interface records have already been applied, so a
      *          posting can never be counted twice nor left out.
      *          A period record created for the first time opens
      *          with the account's latest earlier closing, and a
      *          posting into a period that already has later
      *          periods on file (a late release, a reopened month)
      *          carries its amount into their opening and closing
      *          balances. Once CALCCLS locks a period on
      *          CALC-PERIOD-LOCK-FILE, every closing balance of that
      *          period is rolled forward as the next period's
      *          opening balance, creating the next period's record
      *          for accounts with no activity yet, so CALCTRB's
      *          trial balance for the new month starts from the
      *          signed-off figures. Postings that carry a
      *          processing cycle are one leg only and are also
      *          added up apart on the period record, so CALCTRB
      *          can tell their net from a real imbalance. An
      *          update register accompanies each run. Runs nightly
      *          after CALCULOS and CALCREV, and again after CALCCLS
      *          at month-end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGBU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-GL-BAL-PARM-FILE ASSIGN TO "CALCGBP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-GL-BAL-CTL-FILE ASSIGN TO "CALCGBC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CALC-GL-BALANCE-FILE ASSIGN TO "CALCGBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT CALC-PERIOD-LOCK-FILE ASSIGN TO "CALCPLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCGBUR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GL-BAL-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCGBP.

       FD  CALC-GL-BAL-CTL-FILE
           RECORDING MODE IS F.
       COPY CALCGBC.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
       COPY CALCGL.

       FD  CALC-GL-BALANCE-FILE.
       COPY CALCGBL.

       FD  CALC-PERIOD-LOCK-FILE
           RECORDING MODE IS F.
       COPY CALCPLK.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCK-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-GL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GL-FILE VALUE "Y".
       01 WS-LOCK-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOCK-FILE VALUE "Y".
       01 WS-BROWSE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LEDGER-BROWSE VALUE "Y".
       01 WS-LEDGER-FOUND-SWITCH PIC X VALUE "N".
           88 LEDGER-PERIOD-FOUND VALUE "Y".

       01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".

       01 WS-PRIOR-APPLIED PIC 9(8) VALUE ZERO.
       01 WS-LAST-ROLLED PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-ROLLED PIC 9(6) VALUE ZERO.
       01 WS-GL-RECORD-NO PIC 9(8) VALUE ZERO.

       01 WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-POST-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-POST-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-POST-DELTA PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIOR-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-BROWSE-LIMIT-PERIOD PIC 9(6) VALUE ZERO.

       01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCK-MAX PIC 9(4) VALUE 240.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-PERIOD OCCURS 240 TIMES PIC 9(6).
       01 WS-LOCK-IX PIC 9(4) VALUE ZERO.

       01 WS-ROLL-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD-X REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).

       01 WS-CARRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CARRY-MAX PIC 9(4) VALUE 2000.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 2000 TIMES.
               10 WS-CRY-ACCOUNT PIC X(10).
               10 WS-CRY-CURRENCY PIC X(3).
               10 WS-CRY-CLOSING PIC S9(11)V99.
       01 WS-CARRY-IX PIC 9(4) VALUE ZERO.

       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REVERSAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CREATED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RIPPLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ROLLED-PERIOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CARRIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RESYNC-COUNT PIC 9(6) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-GBU-PARM-FILE
           PERFORM READ-CONTROL-RECORD
           PERFORM OPEN-BALANCE-LEDGER
           PERFORM APPLY-NEW-POSTINGS
           PERFORM LOAD-LOCK-TABLE
           PERFORM ROLL-LOCKED-PERIODS
           CLOSE CALC-GL-BALANCE-FILE
           PERFORM REWRITE-CONTROL-RECORD
           PERFORM PRINT-UPDATE-REGISTER

           DISPLAY "CALCGBU: " WS-APPLIED-COUNT
               " contabilizaciones aplicadas, "
               WS-ROLLED-PERIOD-COUNT " periodos trasladados"
           STOP RUN.

       READ-GBU-PARM-FILE.
           OPEN INPUT CALC-GL-BAL-PARM-FILE
           READ CALC-GL-BAL-PARM-FILE
               AT END
                   DISPLAY "CALCGBU: CALC-GL-BAL-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-GL-BAL-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE CALC-GL-BAL-PARM-FILE.

      * A missing control file means the ledger is being built for
      * the first time: the whole interface file is applied.
       READ-CONTROL-RECORD.
           MOVE ZERO TO WS-PRIOR-APPLIED
           MOVE ZERO TO WS-LAST-ROLLED
           OPEN INPUT CALC-GL-BAL-CTL-FILE
           IF WS-CTL-FILE-STATUS = "35"
               DISPLAY "CALCGBU: sin archivo de control, el mayor "
                   "se arma desde el principio"
           ELSE
               READ CALC-GL-BAL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GK-APPLIED-COUNT TO WS-PRIOR-APPLIED
                       MOVE GK-LAST-ROLLED-PERIOD TO WS-LAST-ROLLED
               END-READ
               CLOSE CALC-GL-BAL-CTL-FILE
           END-IF
           MOVE WS-LAST-ROLLED TO WS-PRIOR-ROLLED.

      * The ledger is created empty the first time, then always
      * opened I-O so postings update their period record in place.
       OPEN-BALANCE-LEDGER.
           OPEN I-O CALC-GL-BALANCE-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               DISPLAY "CALCGBU: mayor de saldos nuevo, se crea"
               OPEN OUTPUT CALC-GL-BALANCE-FILE
               CLOSE CALC-GL-BALANCE-FILE
               OPEN I-O CALC-GL-BALANCE-FILE
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "CALCGBU: mayor de saldos no disponible, "
                   "estado " WS-LEDGER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-NEW-POSTINGS.
           MOVE "N" TO WS-GL-EOF-SWITCH
           MOVE ZERO TO WS-GL-RECORD-NO
           OPEN INPUT CALC-GL-INTERFACE
           IF WS-GL-FILE-STATUS = "35"
               SET END-OF-GL-FILE TO TRUE
           END-IF
           PERFORM READ-NEXT-GL-RECORD
           PERFORM APPLY-ONE-GL-RECORD UNTIL END-OF-GL-FILE
           IF WS-GL-FILE-STATUS NOT = "35"
               CLOSE CALC-GL-INTERFACE
           END-IF.

       READ-NEXT-GL-RECORD.
           IF NOT END-OF-GL-FILE
               READ CALC-GL-INTERFACE
                   AT END
                       SET END-OF-GL-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GL-RECORD-NO
               END-READ
           END-IF.

       APPLY-ONE-GL-RECORD.
           IF WS-GL-RECORD-NO > WS-PRIOR-APPLIED
               PERFORM POST-TO-LEDGER
           END-IF
           PERFORM READ-NEXT-GL-RECORD.

      * A debit raises the balance and a credit lowers it; the same
      * signed amount is what moves the later periods' balances.
       POST-TO-LEDGER.
           MOVE GL-ACCOUNT-CODE TO WS-POST-ACCOUNT
           MOVE GL-CURRENCY-CODE TO WS-POST-CURRENCY
           IF WS-POST-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY
           END-IF
           COMPUTE WS-POST-PERIOD = GL-RUN-DATE / 100
           IF GL-DR-CR-INDICATOR = "D"
               MOVE GL-AMOUNT TO WS-POST-DELTA
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               COMPUTE WS-POST-DELTA = ZERO - GL-AMOUNT
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           IF GL-REVERSAL-FLAG = "R"
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF

           PERFORM READ-LEDGER-PERIOD
           IF NOT LEDGER-PERIOD-FOUND
               PERFORM FIND-PRIOR-CLOSING
               PERFORM CREATE-LEDGER-PERIOD
           END-IF
           IF GL-DR-CR-INDICATOR = "D"
               ADD GL-AMOUNT TO GB-PERIOD-DEBITS
           ELSE
               ADD GL-AMOUNT TO GB-PERIOD-CREDITS
           END-IF
           IF GL-CYCLE-NO > ZERO
               IF GL-DR-CR-INDICATOR = "D"
                   ADD GL-AMOUNT TO GB-ONE-LEG-DEBITS
               ELSE
                   ADD GL-AMOUNT TO GB-ONE-LEG-CREDITS
               END-IF
           END-IF
           COMPUTE GB-CLOSING-BALANCE = GB-OPENING-BALANCE
               + GB-PERIOD-DEBITS - GB-PERIOD-CREDITS
           ADD 1 TO GB-POSTING-COUNT
           IF GL-RUN-DATE > GB-LAST-RUN-DATE
               MOVE GL-RUN-DATE TO GB-LAST-RUN-DATE
           END-IF
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "CALCGBU: no se pudo actualizar "
                       GB-ACCOUNT-CODE " " GB-CURRENCY-CODE " "
                       GB-PERIOD
           END-REWRITE
           PERFORM RIPPLE-LATER-PERIODS.

       READ-LEDGER-PERIOD.
           MOVE WS-POST-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-POST-CURRENCY TO GB-CURRENCY-CODE
           MOVE WS-POST-PERIOD TO GB-PERIOD
           MOVE "Y" TO WS-LEDGER-FOUND-SWITCH
           READ CALC-GL-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-LEDGER-FOUND-SWITCH
           END-READ.

      * The opening balance of a new period record is the closing
      * balance of the latest earlier period of the same account
      * and currency, zero for an account's first posting.
       FIND-PRIOR-CLOSING.
           MOVE ZERO TO WS-PRIOR-CLOSING
           MOVE WS-POST-PERIOD TO WS-BROWSE-LIMIT-PERIOD
           MOVE WS-POST-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-POST-CURRENCY TO GB-CURRENCY-CODE
           MOVE ZERO TO GB-PERIOD
           MOVE "N" TO WS-BROWSE-EOF-SWITCH
           START CALC-GL-BALANCE-FILE KEY >= GB-KEY
               INVALID KEY
                   SET END-OF-LEDGER-BROWSE TO TRUE
           END-START
           PERFORM READ-NEXT-ACCOUNT-PERIOD
           PERFORM TAKE-PRIOR-CLOSING UNTIL END-OF-LEDGER-BROWSE.

       TAKE-PRIOR-CLOSING.
           MOVE GB-CLOSING-BALANCE TO WS-PRIOR-CLOSING
           PERFORM READ-NEXT-ACCOUNT-PERIOD.

      * Browses forward through one account and currency, stopping
      * at the first period at or past WS-BROWSE-LIMIT-PERIOD.
       READ-NEXT-ACCOUNT-PERIOD.
           IF NOT END-OF-LEDGER-BROWSE
               READ CALC-GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-LEDGER-BROWSE TO TRUE
                   NOT AT END
                       IF GB-ACCOUNT-CODE NOT = WS-POST-ACCOUNT OR
                               GB-CURRENCY-CODE NOT = WS-POST-CURRENCY
                               OR GB-PERIOD >= WS-BROWSE-LIMIT-PERIOD
                           SET END-OF-LEDGER-BROWSE TO TRUE
                       END-IF
               END-READ
           END-IF.

       CREATE-LEDGER-PERIOD.
           INITIALIZE GL-BALANCE-RECORD
           MOVE WS-POST-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-POST-CURRENCY TO GB-CURRENCY-CODE
           MOVE WS-POST-PERIOD TO GB-PERIOD
           MOVE WS-PRIOR-CLOSING TO GB-OPENING-BALANCE
           MOVE WS-PRIOR-CLOSING TO GB-CLOSING-BALANCE
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "CALCGBU: no se pudo crear "
                       GB-ACCOUNT-CODE " " GB-CURRENCY-CODE " "
                       GB-PERIOD
               NOT INVALID KEY
                   ADD 1 TO WS-CREATED-COUNT
           END-WRITE.

      * Later periods already on file for the account and currency
      * opened from a closing that did not include this posting;
      * the same amount moves their opening and closing balances.
       RIPPLE-LATER-PERIODS.
           MOVE 999999 TO WS-BROWSE-LIMIT-PERIOD
           MOVE WS-POST-ACCOUNT TO GB-ACCOUNT-CODE
           MOVE WS-POST-CURRENCY TO GB-CURRENCY-CODE
           MOVE WS-POST-PERIOD TO GB-PERIOD
           MOVE "N" TO WS-BROWSE-EOF-SWITCH
           START CALC-GL-BALANCE-FILE KEY > GB-KEY
               INVALID KEY
                   SET END-OF-LEDGER-BROWSE TO TRUE
           END-START
           PERFORM READ-NEXT-ACCOUNT-PERIOD
           PERFORM SHIFT-LATER-PERIOD UNTIL END-OF-LEDGER-BROWSE.

       SHIFT-LATER-PERIOD.
           ADD WS-POST-DELTA TO GB-OPENING-BALANCE
           ADD WS-POST-DELTA TO GB-CLOSING-BALANCE
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "CALCGBU: no se pudo trasladar a "
                       GB-ACCOUNT-CODE " " GB-CURRENCY-CODE " "
                       GB-PERIOD
           END-REWRITE
           ADD 1 TO WS-RIPPLED-COUNT
           PERFORM READ-NEXT-ACCOUNT-PERIOD.

       LOAD-LOCK-TABLE.
           OPEN INPUT CALC-PERIOD-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "35"
               SET END-OF-LOCK-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LOCK-RECORD
               PERFORM STORE-LOCK-ENTRY UNTIL END-OF-LOCK-FILE
               CLOSE CALC-PERIOD-LOCK-FILE
           END-IF.

       READ-NEXT-LOCK-RECORD.
           READ CALC-PERIOD-LOCK-FILE
               AT END
                   SET END-OF-LOCK-FILE TO TRUE
           END-READ.

       STORE-LOCK-ENTRY.
           IF WS-LOCK-COUNT >= WS-LOCK-MAX
               DISPLAY "CALCGBU: tabla de periodos cerrados llena, "
                   "periodo " PL-PERIOD " perdido"
           ELSE
               ADD 1 TO WS-LOCK-COUNT
               MOVE PL-PERIOD TO WS-LOCK-PERIOD(WS-LOCK-COUNT)
           END-IF
           PERFORM READ-NEXT-LOCK-RECORD.

      * Locked periods not yet rolled forward are taken oldest
      * first, so a backlog of closes carries through in order.
       ROLL-LOCKED-PERIODS.
           PERFORM FIND-NEXT-LOCKED-PERIOD
           PERFORM ROLL-ONE-PERIOD UNTIL WS-ROLL-PERIOD = ZERO.

       FIND-NEXT-LOCKED-PERIOD.
           MOVE ZERO TO WS-ROLL-PERIOD
           MOVE 1 TO WS-LOCK-IX
           PERFORM SCAN-NEXT-LOCKED-PERIOD
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT.

       SCAN-NEXT-LOCKED-PERIOD.
           IF WS-LOCK-PERIOD(WS-LOCK-IX) > WS-LAST-ROLLED
               IF WS-ROLL-PERIOD = ZERO OR
                       WS-LOCK-PERIOD(WS-LOCK-IX) < WS-ROLL-PERIOD
                   MOVE WS-LOCK-PERIOD(WS-LOCK-IX) TO WS-ROLL-PERIOD
               END-IF
           END-IF
           ADD 1 TO WS-LOCK-IX.

       ROLL-ONE-PERIOD.
           PERFORM COLLECT-PERIOD-CLOSINGS
           MOVE WS-ROLL-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE 1 TO WS-CARRY-IX
           PERFORM CARRY-ONE-CLOSING
               UNTIL WS-CARRY-IX > WS-CARRY-COUNT
           DISPLAY "CALCGBU: periodo " WS-ROLL-PERIOD
               " trasladado a " WS-NEXT-PERIOD
           ADD 1 TO WS-ROLLED-PERIOD-COUNT
           MOVE WS-ROLL-PERIOD TO WS-LAST-ROLLED
           PERFORM FIND-NEXT-LOCKED-PERIOD.

      * The closings are gathered first: the carry step reads and
      * writes the ledger by key, which would lose a browse's place.
       COLLECT-PERIOD-CLOSINGS.
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE LOW-VALUES TO GB-KEY
           MOVE "N" TO WS-BROWSE-EOF-SWITCH
           START CALC-GL-BALANCE-FILE KEY >= GB-KEY
               INVALID KEY
                   SET END-OF-LEDGER-BROWSE TO TRUE
           END-START
           PERFORM READ-NEXT-LEDGER-RECORD
           PERFORM STORE-CARRY-ENTRY UNTIL END-OF-LEDGER-BROWSE.

       READ-NEXT-LEDGER-RECORD.
           IF NOT END-OF-LEDGER-BROWSE
               READ CALC-GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-LEDGER-BROWSE TO TRUE
               END-READ
           END-IF.

       STORE-CARRY-ENTRY.
           IF GB-PERIOD = WS-ROLL-PERIOD
               IF WS-CARRY-COUNT >= WS-CARRY-MAX
                   DISPLAY "CALCGBU: tabla de traslado llena, cuenta "
                       GB-ACCOUNT-CODE " " GB-CURRENCY-CODE
                       " no trasladada"
               ELSE
                   ADD 1 TO WS-CARRY-COUNT
                   MOVE GB-ACCOUNT-CODE
                       TO WS-CRY-ACCOUNT(WS-CARRY-COUNT)
                   MOVE GB-CURRENCY-CODE
                       TO WS-CRY-CURRENCY(WS-CARRY-COUNT)
                   MOVE GB-CLOSING-BALANCE
                       TO WS-CRY-CLOSING(WS-CARRY-COUNT)
               END-IF
           END-IF
           PERFORM READ-NEXT-LEDGER-RECORD.

      * The next period's record is created at the locked closing
      * when the account has no activity there yet; an existing one
      * is brought into line with the signed-off closing, and any
      * difference is carried on into the periods after it.
       CARRY-ONE-CLOSING.
           MOVE WS-CRY-ACCOUNT(WS-CARRY-IX) TO WS-POST-ACCOUNT
           MOVE WS-CRY-CURRENCY(WS-CARRY-IX) TO WS-POST-CURRENCY
           MOVE WS-NEXT-PERIOD TO WS-POST-PERIOD
           PERFORM READ-LEDGER-PERIOD
           IF NOT LEDGER-PERIOD-FOUND
               MOVE WS-CRY-CLOSING(WS-CARRY-IX) TO WS-PRIOR-CLOSING
               PERFORM CREATE-LEDGER-PERIOD
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               COMPUTE WS-POST-DELTA = WS-CRY-CLOSING(WS-CARRY-IX)
                   - GB-OPENING-BALANCE
               IF WS-POST-DELTA NOT = ZERO
                   ADD WS-POST-DELTA TO GB-OPENING-BALANCE
                   ADD WS-POST-DELTA TO GB-CLOSING-BALANCE
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "CALCGBU: no se pudo ajustar "
                               GB-ACCOUNT-CODE " " GB-CURRENCY-CODE
                               " " GB-PERIOD
                   END-REWRITE
                   ADD 1 TO WS-RESYNC-COUNT
                   PERFORM RIPPLE-LATER-PERIODS
               END-IF
           END-IF
           ADD 1 TO WS-CARRY-IX.

       REWRITE-CONTROL-RECORD.
           OPEN OUTPUT CALC-GL-BAL-CTL-FILE
           COMPUTE GK-APPLIED-COUNT =
               WS-PRIOR-APPLIED + WS-APPLIED-COUNT
           MOVE GP-APPLY-DATE TO GK-LAST-APPLY-DATE
           MOVE WS-LAST-ROLLED TO GK-LAST-ROLLED-PERIOD
           WRITE GL-BAL-CONTROL-RECORD
           CLOSE CALC-GL-BAL-CTL-FILE.

       PRINT-UPDATE-REGISTER.
           OPEN OUTPUT REPORT-FILE
           MOVE "CALCGBU - ACTUALIZACION DEL MAYOR DE SALDOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE ACTUALIZACION: " GP-APPLY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PRIOR-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APLICADAS ANTERIORMENTE:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APLICADAS EN ESTA CORRIDA:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DE ELLAS REVERSIONES:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEBIT-TOTAL TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DEBITOS:  " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CREDIT-TOTAL TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CREDITOS: " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CREATED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODOS DE CUENTA CREADOS:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RIPPLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODOS POSTERIORES AJUST.: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROLLED-PERIOD-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "SIN PERIODOS CERRADOS NUEVOS QUE TRASLADAR"
                   " (ULTIMO TRASLADADO: " WS-LAST-ROLLED ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "PERIODOS TRASLADADOS: DESPUES DE "
                   WS-PRIOR-ROLLED " HASTA " WS-LAST-ROLLED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SALDOS INICIALES CREADOS:    " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-RESYNC-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SALDOS INICIALES AJUSTADOS:  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM CALCGBU.
