      *          the whole history. Each reported run date is
      *          logged to CALC-RPT-LOG-FILE so CALCARC knows which
      *          dates have been balanced and may be archived.
      *          The browse covers every processing cycle of the run
      *          date, so the daily totals stay the totals of the
      *          whole day however many cycles it ran in; the grand
      *          totals show how many cycles went into them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-BASE-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-BASE-GRAND-SUM PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CYCLE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LAST-CYCLE-NO PIC 9(2) VALUE ZERO.
       01 WS-NO-RATE-COUNT PIC 9(6) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
           PERFORM READ-NEXT-RATE-RECORD.

      * Keyed browse positioned at the first record of the target
      * date in its first cycle; the read paragraph stops the browse
      * as soon as the key passes the date, so only that date's
      * records, every cycle of it, are paid for no matter how long
      * the history is.
       START-AUDIT-BROWSE.
           MOVE WS-TARGET-DATE TO AM-RUN-DATE
           MOVE ZERO TO AM-CYCLE-NO
           MOVE ZERO TO AM-SEQ-NO
           MOVE LOW-VALUE TO AM-REVERSAL-FLAG
           START CALC-AUDIT-MASTER KEY >= AM-KEY
      * the day they happened to post under.
       ACCUMULATE-TOTALS.
           IF AM-REVERSAL-FLAG NOT = "R"
               IF AM-CYCLE-NO NOT = WS-LAST-CYCLE-NO
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE AM-CYCLE-NO TO WS-LAST-CYCLE-NO
               END-IF
               MOVE AM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
               IF WS-LOOKUP-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CICLOS DE PROCESO INCLUIDOS:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACCIONES SIN TASA:         " WS-EDIT-COUNT
