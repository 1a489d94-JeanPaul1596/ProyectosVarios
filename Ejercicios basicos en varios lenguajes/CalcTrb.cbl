      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Monthly trial balance from the GL balance ledger
      *          CALC-GL-BALANCE-FILE kept by CALCGBU. For the period
      *          (AAAAMM) on CALC-TRIAL-BAL-PARM-FILE it prints one
      *          line per GL account and currency with the opening
      *          balance, the period's debits and credits and the
      *          closing balance; an account with no activity in the
      *          period is shown at the latest earlier closing so the
      *          report is complete before the month is rolled
      *          forward. Each currency is totalled and converted to
      *          USD at the CALC-RATE-FILE rate in effect on the last
      *          day of the period (latest effective date not after
      *          it, as CALCRPT does), and the report proves that
      *          total debits equal total credits in every currency
      *          and in USD. CALCULOS, CALCREV and CALCREL post one
      *          leg per result, so the net of those postings (kept
      *          apart on the ledger by CALCGBU) is printed as a
      *          known structural difference and the proof is made
      *          on what remains. When the prior period has not yet
      *          been locked by CALCCLS the opening balances are
      *          marked as provisional. A currency without a rate is
      *          listed but left out of the USD totals. The run ends
      *          with RETURN-CODE 8 when any difference other than
      *          the one-leg net remains, so the scheduler can hold
      *          the month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRIAL-BAL-PARM-FILE ASSIGN TO "CALCTBP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-GL-BALANCE-FILE ASSIGN TO "CALCGBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT CALC-RATE-FILE ASSIGN TO "CALCRTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT CALC-PERIOD-LOCK-FILE ASSIGN TO "CALCPLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCTRBR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRIAL-BAL-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCTBP.

       FD  CALC-GL-BALANCE-FILE.
       COPY CALCGBL.

       FD  CALC-RATE-FILE
           RECORDING MODE IS F.
       COPY CALCRTE.

       FD  CALC-PERIOD-LOCK-FILE
           RECORDING MODE IS F.
       COPY CALCPLK.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RATE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCK-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-LEDGER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LEDGER-FILE VALUE "Y".
       01 WS-RATE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RATE-FILE VALUE "Y".
       01 WS-LOCK-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOCK-FILE VALUE "Y".

       01 WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01 WS-TARGET-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MONTH PIC 9(2).

       01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCK-MAX PIC 9(4) VALUE 240.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-PERIOD OCCURS 240 TIMES PIC 9(6).
       01 WS-LOCK-IX PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-LOCKED-SWITCH PIC X VALUE "N".
           88 LOOKUP-PERIOD-LOCKED VALUE "Y".
       01 WS-PERIOD-LOCKED-SWITCH PIC X VALUE "N".
           88 TARGET-PERIOD-LOCKED VALUE "Y".
       01 WS-PRIOR-LOCKED-SWITCH PIC X VALUE "N".
           88 PRIOR-PERIOD-LOCKED VALUE "Y".

       01 WS-RATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RATE-MAX PIC 9(4) VALUE 200.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-CURRENCY PIC X(3).
               10 WS-RT-RATE PIC 9(3)V9(6).
               10 WS-RT-EFF-DATE PIC 9(8).
       01 WS-RATE-IX PIC 9(4) VALUE ZERO.
       01 WS-BEST-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-BEST-RATE PIC 9(3)V9(6) VALUE ZERO.
       01 WS-RATE-HIT-SWITCH PIC X VALUE "N".
       01 WS-LOOKUP-CURRENCY PIC X(3).

       01 WS-CCY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CCY-MAX PIC 9(4) VALUE 20.
       01 WS-CCY-TOTALS-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-CODE PIC X(3).
               10 WS-CCY-ACCOUNT-COUNT PIC 9(6).
               10 WS-CCY-OPENING PIC S9(11)V99.
               10 WS-CCY-DEBITS PIC S9(11)V99.
               10 WS-CCY-CREDITS PIC S9(11)V99.
               10 WS-CCY-CLOSING PIC S9(11)V99.
               10 WS-CCY-ONE-LEG-DEBITS PIC S9(11)V99.
               10 WS-CCY-ONE-LEG-CREDITS PIC S9(11)V99.
               10 WS-CCY-RATE PIC 9(3)V9(6).
               10 WS-CCY-RATE-SWITCH PIC X.
       01 WS-CCY-IX PIC 9(4) VALUE ZERO.
       01 WS-CCY-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-PRINT-IX PIC 9(4) VALUE ZERO.

      * The account and currency being gathered, and the figures of
      * its latest period not after the report period.
       01 WS-GRP-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-GRP-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-GRP-HIT-SWITCH PIC X VALUE "N".
           88 GROUP-HAS-BALANCE VALUE "Y".
       01 WS-GRP-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-GRP-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-GRP-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-GRP-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-GRP-ONE-LEG-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-GRP-ONE-LEG-CREDITS PIC S9(11)V99 VALUE ZERO.

       01 WS-USD-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
      * The one-leg net of a currency and of the USD totals; in USD
      * only the balanced part is converted and proved, so rounding
      * of the one-leg figures cannot show as an imbalance.
       01 WS-ONE-LEG-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-BAL-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-USD-BAL-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-BAL-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-BAL-CREDITS PIC S9(11)V99 VALUE ZERO.

       01 WS-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNPROVEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ONE-LEG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PROOF-TEXT PIC X(10) VALUE SPACES.
       01 WS-PROOF-LABEL PIC X(31) VALUE SPACES.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COL-1 PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COL-2 PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COL-3 PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COL-4 PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE PIC ZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-TRIAL-BAL-PARM-FILE
           PERFORM LOAD-LOCK-TABLE
           PERFORM LOAD-RATE-TABLE

           OPEN INPUT CALC-GL-BALANCE-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "CALCTRB: mayor de saldos no disponible,"
                   " estado " WS-LEDGER-FILE-STATUS
                   ". Corra CALCGBU primero."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING

           PERFORM START-LEDGER-BROWSE
           PERFORM READ-NEXT-LEDGER-RECORD
           PERFORM GATHER-LEDGER-RECORD UNTIL END-OF-LEDGER-FILE
           PERFORM FINISH-ACCOUNT-GROUP

           PERFORM PRINT-CURRENCY-TOTALS
           PERFORM PRINT-BASE-TOTALS

           CLOSE CALC-GL-BALANCE-FILE
           CLOSE REPORT-FILE

           IF WS-UNPROVEN-COUNT > ZERO
               DISPLAY "CALCTRB: balance de comprobacion " TB-PERIOD
                   " NO CUADRA - debitos distintos de creditos"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALCTRB: balance de comprobacion " TB-PERIOD
                   " cuadrado, " WS-ACCOUNT-COUNT " cuentas"
               IF WS-ONE-LEG-COUNT > ZERO
                   DISPLAY "CALCTRB: " WS-ONE-LEG-COUNT
                       " monedas con neto de contabilizaciones de "
                       "una pata, ver CALCTRBR"
               END-IF
           END-IF
           STOP RUN.

      * Rates are taken as of the last day of the period; the day
      * number only has to be past any real day of the month.
       READ-TRIAL-BAL-PARM-FILE.
           OPEN INPUT CALC-TRIAL-BAL-PARM-FILE
           READ CALC-TRIAL-BAL-PARM-FILE
               AT END
                   DISPLAY "CALCTRB: CALC-TRIAL-BAL-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-TRIAL-BAL-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE CALC-TRIAL-BAL-PARM-FILE
           COMPUTE WS-TARGET-DATE = TB-PERIOD * 100 + 31
           MOVE TB-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.

       LOAD-LOCK-TABLE.
           OPEN INPUT CALC-PERIOD-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "35"
               SET END-OF-LOCK-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LOCK-RECORD
               PERFORM STORE-LOCK-ENTRY UNTIL END-OF-LOCK-FILE
               CLOSE CALC-PERIOD-LOCK-FILE
           END-IF
           MOVE TB-PERIOD TO WS-LOOKUP-PERIOD
           PERFORM CHECK-PERIOD-LOCK
           MOVE WS-LOOKUP-LOCKED-SWITCH TO WS-PERIOD-LOCKED-SWITCH
           MOVE WS-PRIOR-PERIOD TO WS-LOOKUP-PERIOD
           PERFORM CHECK-PERIOD-LOCK
           MOVE WS-LOOKUP-LOCKED-SWITCH TO WS-PRIOR-LOCKED-SWITCH.

       READ-NEXT-LOCK-RECORD.
           READ CALC-PERIOD-LOCK-FILE
               AT END
                   SET END-OF-LOCK-FILE TO TRUE
           END-READ.

       STORE-LOCK-ENTRY.
           IF WS-LOCK-COUNT >= WS-LOCK-MAX
               DISPLAY "CALCTRB: tabla de periodos cerrados llena, "
                   "periodo " PL-PERIOD " perdido"
           ELSE
               ADD 1 TO WS-LOCK-COUNT
               MOVE PL-PERIOD TO WS-LOCK-PERIOD(WS-LOCK-COUNT)
           END-IF
           PERFORM READ-NEXT-LOCK-RECORD.

       CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-LOOKUP-LOCKED-SWITCH
           MOVE 1 TO WS-LOCK-IX
           PERFORM SCAN-LOCK-ENTRY
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT
                   OR LOOKUP-PERIOD-LOCKED.

       SCAN-LOCK-ENTRY.
           IF WS-LOCK-PERIOD(WS-LOCK-IX) = WS-LOOKUP-PERIOD
               SET LOOKUP-PERIOD-LOCKED TO TRUE
           END-IF
           ADD 1 TO WS-LOCK-IX.

       LOAD-RATE-TABLE.
           OPEN INPUT CALC-RATE-FILE
           IF WS-RATE-FILE-STATUS = "35"
               DISPLAY "CALCTRB: sin maestro de tasas, solo "
                   WS-BASE-CURRENCY " se convierte"
               SET END-OF-RATE-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RATE-RECORD
               PERFORM STORE-RATE-ENTRY UNTIL END-OF-RATE-FILE
               CLOSE CALC-RATE-FILE
           END-IF.

       READ-NEXT-RATE-RECORD.
           READ CALC-RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ.

       STORE-RATE-ENTRY.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY "CALCTRB: tabla de tasas llena, registro "
                   RT-CURRENCY-CODE " " RT-EFFECTIVE-DATE " ignorado"
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-CURRENCY-CODE
                   TO WS-RT-CURRENCY(WS-RATE-COUNT)
               MOVE RT-RATE-TO-BASE TO WS-RT-RATE(WS-RATE-COUNT)
               MOVE RT-EFFECTIVE-DATE
                   TO WS-RT-EFF-DATE(WS-RATE-COUNT)
           END-IF
           PERFORM READ-NEXT-RATE-RECORD.

      * The whole ledger is read in key order (account, currency,
      * period), so each account and currency arrives as one group.
       START-LEDGER-BROWSE.
           MOVE LOW-VALUES TO GB-KEY
           START CALC-GL-BALANCE-FILE KEY >= GB-KEY
               INVALID KEY
                   SET END-OF-LEDGER-FILE TO TRUE
           END-START.

       READ-NEXT-LEDGER-RECORD.
           IF NOT END-OF-LEDGER-FILE
               READ CALC-GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-LEDGER-FILE TO TRUE
               END-READ
           END-IF.

      * Within a group the last period not after the report period
      * wins: the period itself if it had activity, otherwise the
      * latest earlier closing carried with no movement.
       GATHER-LEDGER-RECORD.
           IF GB-ACCOUNT-CODE NOT = WS-GRP-ACCOUNT OR
                   GB-CURRENCY-CODE NOT = WS-GRP-CURRENCY
               PERFORM FINISH-ACCOUNT-GROUP
               MOVE GB-ACCOUNT-CODE TO WS-GRP-ACCOUNT
               MOVE GB-CURRENCY-CODE TO WS-GRP-CURRENCY
               MOVE "N" TO WS-GRP-HIT-SWITCH
           END-IF
           IF GB-PERIOD = TB-PERIOD
               MOVE GB-OPENING-BALANCE TO WS-GRP-OPENING
               MOVE GB-PERIOD-DEBITS TO WS-GRP-DEBITS
               MOVE GB-PERIOD-CREDITS TO WS-GRP-CREDITS
               MOVE GB-CLOSING-BALANCE TO WS-GRP-CLOSING
               MOVE GB-ONE-LEG-DEBITS TO WS-GRP-ONE-LEG-DEBITS
               MOVE GB-ONE-LEG-CREDITS TO WS-GRP-ONE-LEG-CREDITS
               SET GROUP-HAS-BALANCE TO TRUE
           END-IF
           IF GB-PERIOD < TB-PERIOD
               MOVE GB-CLOSING-BALANCE TO WS-GRP-OPENING
               MOVE ZERO TO WS-GRP-DEBITS
               MOVE ZERO TO WS-GRP-CREDITS
               MOVE ZERO TO WS-GRP-ONE-LEG-DEBITS
               MOVE ZERO TO WS-GRP-ONE-LEG-CREDITS
               MOVE GB-CLOSING-BALANCE TO WS-GRP-CLOSING
               SET GROUP-HAS-BALANCE TO TRUE
           END-IF
           PERFORM READ-NEXT-LEDGER-RECORD.

      * An account whose balance is zero with no movement in the
      * period is left off the listing.
       FINISH-ACCOUNT-GROUP.
           IF GROUP-HAS-BALANCE
               IF WS-GRP-OPENING NOT = ZERO OR
                       WS-GRP-DEBITS NOT = ZERO OR
                       WS-GRP-CREDITS NOT = ZERO OR
                       WS-GRP-CLOSING NOT = ZERO
                   MOVE WS-GRP-CURRENCY TO WS-LOOKUP-CURRENCY
                   PERFORM FIND-CCY-ENTRY
                   IF WS-CCY-FOUND-IX > ZERO
                       PERFORM ADD-TO-CCY-TOTALS
                       PERFORM PRINT-ACCOUNT-LINE
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-GRP-HIT-SWITCH.

       FIND-CCY-ENTRY.
           MOVE ZERO TO WS-CCY-FOUND-IX
           MOVE 1 TO WS-CCY-IX
           PERFORM SCAN-CCY-ENTRY
               UNTIL WS-CCY-IX > WS-CCY-COUNT
                   OR WS-CCY-FOUND-IX > ZERO
           IF WS-CCY-FOUND-IX = ZERO
               PERFORM CREATE-CCY-ENTRY
           END-IF.

       SCAN-CCY-ENTRY.
           IF WS-CCY-CODE(WS-CCY-IX) = WS-LOOKUP-CURRENCY
               MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
           END-IF
           ADD 1 TO WS-CCY-IX.

       CREATE-CCY-ENTRY.
           IF WS-CCY-COUNT >= WS-CCY-MAX
               DISPLAY "CALCTRB: tabla de monedas llena, cuenta "
                   WS-GRP-ACCOUNT " " WS-LOOKUP-CURRENCY " ignorada"
           ELSE
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IX
               INITIALIZE WS-CCY-ENTRY(WS-CCY-FOUND-IX)
               MOVE WS-LOOKUP-CURRENCY
                   TO WS-CCY-CODE(WS-CCY-FOUND-IX)
               PERFORM FIND-BEST-RATE
               IF WS-RATE-HIT-SWITCH = "Y"
                   MOVE WS-BEST-RATE TO WS-CCY-RATE(WS-CCY-FOUND-IX)
                   MOVE "Y" TO WS-CCY-RATE-SWITCH(WS-CCY-FOUND-IX)
               ELSE
                   MOVE "N" TO WS-CCY-RATE-SWITCH(WS-CCY-FOUND-IX)
               END-IF
           END-IF.

      * The rate in effect at period end is the one with the latest
      * effective date not after it; the base currency itself always
      * converts one to one.
       FIND-BEST-RATE.
           MOVE "N" TO WS-RATE-HIT-SWITCH
           MOVE ZERO TO WS-BEST-EFF-DATE
           MOVE ZERO TO WS-BEST-RATE
           IF WS-LOOKUP-CURRENCY = WS-BASE-CURRENCY
               MOVE "Y" TO WS-RATE-HIT-SWITCH
               MOVE 1 TO WS-BEST-RATE
           ELSE
               MOVE 1 TO WS-RATE-IX
               PERFORM SCAN-BEST-RATE
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
           END-IF.

       SCAN-BEST-RATE.
           IF WS-RT-CURRENCY(WS-RATE-IX) = WS-LOOKUP-CURRENCY AND
                   WS-RT-EFF-DATE(WS-RATE-IX) <= WS-TARGET-DATE AND
                   WS-RT-EFF-DATE(WS-RATE-IX) >= WS-BEST-EFF-DATE
               MOVE WS-RT-EFF-DATE(WS-RATE-IX) TO WS-BEST-EFF-DATE
               MOVE WS-RT-RATE(WS-RATE-IX) TO WS-BEST-RATE
               MOVE "Y" TO WS-RATE-HIT-SWITCH
           END-IF
           ADD 1 TO WS-RATE-IX.

       ADD-TO-CCY-TOTALS.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD 1 TO WS-CCY-ACCOUNT-COUNT(WS-CCY-FOUND-IX)
           ADD WS-GRP-OPENING TO WS-CCY-OPENING(WS-CCY-FOUND-IX)
           ADD WS-GRP-DEBITS TO WS-CCY-DEBITS(WS-CCY-FOUND-IX)
           ADD WS-GRP-CREDITS TO WS-CCY-CREDITS(WS-CCY-FOUND-IX)
           ADD WS-GRP-CLOSING TO WS-CCY-CLOSING(WS-CCY-FOUND-IX)
           ADD WS-GRP-ONE-LEG-DEBITS
               TO WS-CCY-ONE-LEG-DEBITS(WS-CCY-FOUND-IX)
           ADD WS-GRP-ONE-LEG-CREDITS
               TO WS-CCY-ONE-LEG-CREDITS(WS-CCY-FOUND-IX).

       PRINT-REPORT-HEADING.
           MOVE "CALCTRB - BALANCE DE COMPROBACION DEL MAYOR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF TARGET-PERIOD-LOCKED
               STRING "PERIODO: " TB-PERIOD "  (CERRADO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "PERIODO: " TB-PERIOD "  (ABIERTO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF NOT PRIOR-PERIOD-LOCKED
               MOVE SPACES TO REPORT-LINE
               STRING "*** SALDOS INICIALES PROVISIONALES: PERIODO "
                   WS-PRIOR-PERIOD " NO CERRADO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA     MON   SALDO INICIAL"
               "         DEBITOS        CREDITOS     SALDO FINAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ACCOUNT-LINE.
           MOVE WS-GRP-OPENING TO WS-EDIT-COL-1
           MOVE WS-GRP-DEBITS TO WS-EDIT-COL-2
           MOVE WS-GRP-CREDITS TO WS-EDIT-COL-3
           MOVE WS-GRP-CLOSING TO WS-EDIT-COL-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-GRP-ACCOUNT " " WS-GRP-CURRENCY
               " " WS-EDIT-COL-1 " " WS-EDIT-COL-2
               " " WS-EDIT-COL-3 " " WS-EDIT-COL-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Every currency must prove on its own: debits equal credits
      * in the currency they were posted in, once the net of the
      * one-leg postings is set apart.
       PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALES POR MONEDA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-PRINT-IX
           PERFORM PRINT-ONE-CURRENCY
               UNTIL WS-PRINT-IX > WS-CCY-COUNT.

       PRINT-ONE-CURRENCY.
           MOVE WS-CCY-OPENING(WS-PRINT-IX) TO WS-EDIT-COL-1
           MOVE WS-CCY-DEBITS(WS-PRINT-IX) TO WS-EDIT-COL-2
           MOVE WS-CCY-CREDITS(WS-PRINT-IX) TO WS-EDIT-COL-3
           MOVE WS-CCY-CLOSING(WS-PRINT-IX) TO WS-EDIT-COL-4
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL      " WS-CCY-CODE(WS-PRINT-IX)
               " " WS-EDIT-COL-1 " " WS-EDIT-COL-2
               " " WS-EDIT-COL-3 " " WS-EDIT-COL-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CCY-RATE-SWITCH(WS-PRINT-IX) = "Y"
               COMPUTE WS-USD-OPENING ROUNDED =
                   WS-CCY-OPENING(WS-PRINT-IX)
                   * WS-CCY-RATE(WS-PRINT-IX)
               COMPUTE WS-USD-DEBITS ROUNDED =
                   WS-CCY-DEBITS(WS-PRINT-IX)
                   * WS-CCY-RATE(WS-PRINT-IX)
               COMPUTE WS-USD-CREDITS ROUNDED =
                   WS-CCY-CREDITS(WS-PRINT-IX)
                   * WS-CCY-RATE(WS-PRINT-IX)
               COMPUTE WS-USD-CLOSING ROUNDED =
                   WS-CCY-CLOSING(WS-PRINT-IX)
                   * WS-CCY-RATE(WS-PRINT-IX)
               ADD WS-USD-OPENING TO WS-BASE-OPENING
               ADD WS-USD-DEBITS TO WS-BASE-DEBITS
               ADD WS-USD-CREDITS TO WS-BASE-CREDITS
               ADD WS-USD-CLOSING TO WS-BASE-CLOSING
               COMPUTE WS-USD-BAL-DEBITS ROUNDED =
                   (WS-CCY-DEBITS(WS-PRINT-IX)
                   - WS-CCY-ONE-LEG-DEBITS(WS-PRINT-IX))
                   * WS-CCY-RATE(WS-PRINT-IX)
               COMPUTE WS-USD-BAL-CREDITS ROUNDED =
                   (WS-CCY-CREDITS(WS-PRINT-IX)
                   - WS-CCY-ONE-LEG-CREDITS(WS-PRINT-IX))
                   * WS-CCY-RATE(WS-PRINT-IX)
               ADD WS-USD-BAL-DEBITS TO WS-BASE-BAL-DEBITS
               ADD WS-USD-BAL-CREDITS TO WS-BASE-BAL-CREDITS
               MOVE WS-USD-OPENING TO WS-EDIT-COL-1
               MOVE WS-USD-DEBITS TO WS-EDIT-COL-2
               MOVE WS-USD-CREDITS TO WS-EDIT-COL-3
               MOVE WS-USD-CLOSING TO WS-EDIT-COL-4
               MOVE SPACES TO REPORT-LINE
               STRING "  EN USD   " WS-BASE-CURRENCY
                   " " WS-EDIT-COL-1 " " WS-EDIT-COL-2
                   " " WS-EDIT-COL-3 " " WS-EDIT-COL-4
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CCY-RATE(WS-PRINT-IX) TO WS-EDIT-RATE
               MOVE SPACES TO REPORT-LINE
               STRING "  TASA A USD: " WS-EDIT-RATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** SIN TASA A USD AL " WS-TARGET-DATE
                   " - FUERA DEL TOTAL EN USD"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           COMPUTE WS-DIFFERENCE = WS-CCY-DEBITS(WS-PRINT-IX)
               - WS-CCY-CREDITS(WS-PRINT-IX)
           COMPUTE WS-ONE-LEG-NET = WS-CCY-ONE-LEG-DEBITS(WS-PRINT-IX)
               - WS-CCY-ONE-LEG-CREDITS(WS-PRINT-IX)
           IF WS-ONE-LEG-NET NOT = ZERO
               ADD 1 TO WS-ONE-LEG-COUNT
           END-IF
           MOVE "  DEBITOS - CREDITOS:          " TO WS-PROOF-LABEL
           PERFORM PRINT-PROOF-LINES
           ADD 1 TO WS-PRINT-IX.

      * The total difference, the one-leg net as a known structural
      * difference, and the proof of what is left.
       PRINT-PROOF-LINES.
           MOVE WS-DIFFERENCE TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING WS-PROOF-LABEL WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ONE-LEG-NET NOT = ZERO
               MOVE WS-ONE-LEG-NET TO WS-EDIT-SUM
               MOVE SPACES TO REPORT-LINE
               STRING "    NETO DE UNA PATA (CICLOS): " WS-EDIT-SUM
                   "  ESTRUCTURAL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           SUBTRACT WS-ONE-LEG-NET FROM WS-DIFFERENCE
           PERFORM SET-PROOF-TEXT
           MOVE WS-DIFFERENCE TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "    DIFERENCIA REAL:           " WS-EDIT-SUM
               "  " WS-PROOF-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       SET-PROOF-TEXT.
           IF WS-DIFFERENCE = ZERO
               MOVE "CUADRA" TO WS-PROOF-TEXT
           ELSE
               MOVE "NO CUADRA" TO WS-PROOF-TEXT
               ADD 1 TO WS-UNPROVEN-COUNT
           END-IF.

       PRINT-BASE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BASE-OPENING TO WS-EDIT-COL-1
           MOVE WS-BASE-DEBITS TO WS-EDIT-COL-2
           MOVE WS-BASE-CREDITS TO WS-EDIT-COL-3
           MOVE WS-BASE-CLOSING TO WS-EDIT-COL-4
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL GRAL " WS-BASE-CURRENCY
               " " WS-EDIT-COL-1 " " WS-EDIT-COL-2
               " " WS-EDIT-COL-3 " " WS-EDIT-COL-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DIFFERENCE = WS-BASE-DEBITS - WS-BASE-CREDITS
           COMPUTE WS-ONE-LEG-NET = WS-DIFFERENCE
               - (WS-BASE-BAL-DEBITS - WS-BASE-BAL-CREDITS)
           MOVE "DEBITOS - CREDITOS EN USD:     " TO WS-PROOF-LABEL
           PERFORM PRINT-PROOF-LINES

           MOVE WS-ACCOUNT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTAS LISTADAS:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NO-RATE-COUNT > ZERO
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "MONEDAS SIN TASA A USD:  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNPROVEN-COUNT > ZERO
               MOVE "*** BALANCE DE COMPROBACION NO CUADRA ***"
                   TO REPORT-LINE
           ELSE
               MOVE "*** BALANCE DE COMPROBACION CUADRADO ***"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-ONE-LEG-COUNT > ZERO
               MOVE "*** SALVO EL NETO DE UNA PATA DE LOS CICLOS ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM CALCTRB.
