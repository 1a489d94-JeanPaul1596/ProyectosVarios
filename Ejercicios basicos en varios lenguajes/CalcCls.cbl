      *          had no runs at all, is not locked and the program
      *          ends with RETURN-CODE 8; a period already locked is
      *          reported and left alone.
      *          A run date processed in several cycles is checked
      *          cycle by cycle: every cycle seen on the run log must
      *          have its RUN-END and an in-balance outcome of its
      *          own on the balance log before the date counts as
      *          complete, and the certificate shows how many cycles
      *          each date ran in. The daily report covers the whole
      *          date, so it is still checked once per date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-DT-END-SWITCH PIC X.
               10 WS-DT-RPT-SWITCH PIC X.
               10 WS-DT-BAL-SWITCH PIC X.
               10 WS-DT-CYCLE-COUNT PIC 9(2).
       01 WS-DATE-IX PIC 9(4) VALUE ZERO.
       01 WS-DATE-FOUND-IX PIC 9(4) VALUE ZERO.

      * One entry per run date and processing cycle of the period.
       01 WS-CYCLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CYCLE-MAX PIC 9(4) VALUE 500.
       01 WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 500 TIMES.
               10 WS-CY-DATE-IX PIC 9(4).
               10 WS-CY-CYCLE-NO PIC 9(2).
               10 WS-CY-END-SWITCH PIC X.
               10 WS-CY-BAL-SWITCH PIC X.
       01 WS-CYCLE-IX PIC 9(4) VALUE ZERO.
       01 WS-CYCLE-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-CHECK-CYCLE-NO PIC 9(2) VALUE ZERO.

       01 WS-ALREADY-LOCKED-SWITCH PIC X VALUE "N".
           88 PERIOD-ALREADY-LOCKED VALUE "Y".
       01 WS-CLOSE-SWITCH PIC X VALUE "Y".
           PERFORM COLLECT-RUN-DATES
           PERFORM MARK-REPORTED-DATES
           PERFORM MARK-BALANCED-DATES
           PERFORM ROLL-UP-CYCLES
           PERFORM JUDGE-THE-PERIOD

           OPEN OUTPUT REPORT-FILE
                       MOVE "N" TO WS-DT-END-SWITCH(WS-DATE-FOUND-IX)
                       MOVE "N" TO WS-DT-RPT-SWITCH(WS-DATE-FOUND-IX)
                       MOVE "N" TO WS-DT-BAL-SWITCH(WS-DATE-FOUND-IX)
                       MOVE ZERO TO WS-DT-CYCLE-COUNT(WS-DATE-FOUND-IX)
                   END-IF
               END-IF
               IF WS-DATE-FOUND-IX > ZERO
                   MOVE RN-CYCLE-NO TO WS-CHECK-CYCLE-NO
                   PERFORM FIND-CYCLE-ENTRY
                   IF WS-CYCLE-FOUND-IX = ZERO
                       PERFORM ADD-CYCLE-ENTRY
                   END-IF
                   IF WS-CYCLE-FOUND-IX > ZERO AND RN-RUN-END
                       MOVE "Y" TO WS-CY-END-SWITCH(WS-CYCLE-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-RUN-LOG-RECORD.

       ADD-CYCLE-ENTRY.
           IF WS-CYCLE-COUNT >= WS-CYCLE-MAX
               DISPLAY "CALCCLS: tabla de ciclos llena, "
                   RN-RUN-DATE " ciclo " RN-CYCLE-NO " sin certificar"
               MOVE "N" TO WS-CLOSE-SWITCH
           ELSE
               ADD 1 TO WS-CYCLE-COUNT
               MOVE WS-CYCLE-COUNT TO WS-CYCLE-FOUND-IX
               MOVE WS-DATE-FOUND-IX
                   TO WS-CY-DATE-IX(WS-CYCLE-FOUND-IX)
               MOVE WS-CHECK-CYCLE-NO
                   TO WS-CY-CYCLE-NO(WS-CYCLE-FOUND-IX)
               MOVE "N" TO WS-CY-END-SWITCH(WS-CYCLE-FOUND-IX)
               MOVE "N" TO WS-CY-BAL-SWITCH(WS-CYCLE-FOUND-IX)
           END-IF.

      * Sets WS-CYCLE-FOUND-IX for the cycle in WS-CHECK-CYCLE-NO of
      * the date at WS-DATE-FOUND-IX, zero when not there yet.
       FIND-CYCLE-ENTRY.
           MOVE ZERO TO WS-CYCLE-FOUND-IX
           MOVE 1 TO WS-CYCLE-IX
           PERFORM SCAN-CYCLE-ENTRY
               UNTIL WS-CYCLE-IX > WS-CYCLE-COUNT
                   OR WS-CYCLE-FOUND-IX > ZERO.

       SCAN-CYCLE-ENTRY.
           IF WS-CY-DATE-IX(WS-CYCLE-IX) = WS-DATE-FOUND-IX AND
                   WS-CY-CYCLE-NO(WS-CYCLE-IX) = WS-CHECK-CYCLE-NO
               MOVE WS-CYCLE-IX TO WS-CYCLE-FOUND-IX
           END-IF
           ADD 1 TO WS-CYCLE-IX.

      * Sets WS-DATE-FOUND-IX for the date in WS-CHECK-DATE, zero
      * when the date is not in the table yet.
       FIND-DATE-ENTRY.
           END-IF
           PERFORM READ-NEXT-RPT-LOG-RECORD.

      * A cycle balanced more than once keeps its LAST outcome: the
      * rerun of an out-of-balance cycle supersedes the first pass.
       MARK-BALANCED-DATES.
           OPEN INPUT CALC-BAL-LOG-FILE
           IF WS-BAL-LOG-FILE-STATUS = "35"
           MOVE BL-RUN-DATE TO WS-CHECK-DATE
           PERFORM FIND-DATE-ENTRY
           IF WS-DATE-FOUND-IX > ZERO
               MOVE BL-CYCLE-NO TO WS-CHECK-CYCLE-NO
               PERFORM FIND-CYCLE-ENTRY
               IF WS-CYCLE-FOUND-IX > ZERO
                   MOVE BL-BALANCE-FLAG
                       TO WS-CY-BAL-SWITCH(WS-CYCLE-FOUND-IX)
               END-IF
           END-IF
           PERFORM READ-NEXT-BAL-LOG-RECORD.

      * A date has ended and balanced only when every one of its
      * cycles has.
       ROLL-UP-CYCLES.
           MOVE 1 TO WS-DATE-IX
           PERFORM OPEN-DATE-ROLL-UP UNTIL WS-DATE-IX > WS-DATE-COUNT
           MOVE 1 TO WS-CYCLE-IX
           PERFORM ROLL-UP-ONE-CYCLE UNTIL WS-CYCLE-IX > WS-CYCLE-COUNT.

       OPEN-DATE-ROLL-UP.
           MOVE "Y" TO WS-DT-END-SWITCH(WS-DATE-IX)
           MOVE "Y" TO WS-DT-BAL-SWITCH(WS-DATE-IX)
           ADD 1 TO WS-DATE-IX.

       ROLL-UP-ONE-CYCLE.
           MOVE WS-CY-DATE-IX(WS-CYCLE-IX) TO WS-DATE-IX
           ADD 1 TO WS-DT-CYCLE-COUNT(WS-DATE-IX)
           IF WS-CY-END-SWITCH(WS-CYCLE-IX) NOT = "Y"
               MOVE "N" TO WS-DT-END-SWITCH(WS-DATE-IX)
           END-IF
           IF WS-CY-BAL-SWITCH(WS-CYCLE-IX) NOT = "Y"
               MOVE "N" TO WS-DT-BAL-SWITCH(WS-DATE-IX)
           END-IF
           ADD 1 TO WS-CYCLE-IX.

       JUDGE-THE-PERIOD.
           IF WS-DATE-COUNT = ZERO
               MOVE "N" TO WS-CLOSE-SWITCH

      * One line per run date with its three checks (S = si, N =
      * no): run-end on the run log, daily report logged, and the
      * in-balance outcome from CALCBAL, the first and last over
      * every cycle the date ran in.
       PRINT-ONE-DATE-LINE.
           IF WS-DT-END-SWITCH(WS-DATE-IX) = "Y" AND
                   WS-DT-RPT-SWITCH(WS-DATE-IX) = "Y" AND
               "  FIN: " WS-DT-END-SWITCH(WS-DATE-IX)
               "  REPORTE: " WS-DT-RPT-SWITCH(WS-DATE-IX)
               "  CUADRE: " WS-DT-BAL-SWITCH(WS-DATE-IX)
               "  CICLOS: " WS-DT-CYCLE-COUNT(WS-DATE-IX)
               "  " WS-DATE-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
