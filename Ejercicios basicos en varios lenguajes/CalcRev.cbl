      *          unless the parm card carries the explicit reopen
      *          authorization RV-REOPEN-AUTH = "Y", so a backout
      *          cannot move a month accounting has signed off.
      *          RV-CYCLE-NO limits the backout to one processing
      *          cycle of the bad date; blank or zero backs out every
      *          cycle of it. Each reversal GL and audit record keeps
      *          the cycle of the posting it offsets, and a date (or
      *          cycle) with a reversal already on the GL interface
      *          is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 END-OF-AUDIT-FILE VALUE "Y".
       01 WS-GL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GL-FILE VALUE "Y".
       01 WS-BACKOUT-CYCLE-NO PIC 9(2) VALUE ZERO.
       01 WS-ALREADY-SWITCH PIC X VALUE "N".
           88 DATE-ALREADY-REVERSED VALUE "Y".

       01 WS-REV-MAX PIC 9(5) VALUE 10000.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 10000 TIMES.
               10 WS-REV-CYCLE-NO PIC 9(2).
               10 WS-REV-SEQ-NO PIC 9(6).
               10 WS-REV-OPCION PIC 9(2).
               10 WS-REV-NUM1 PIC S9(7)V99.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RV-CYCLE-NO NUMERIC
               MOVE RV-CYCLE-NO TO WS-BACKOUT-CYCLE-NO
           END-IF
           CLOSE CALC-REV-PARM-FILE.

      * The operator must hold the reversal permission on top of
           PERFORM READ-NEXT-LOCK-RECORD.

      * A reversal already on the current GL interface for this run
      * date (or for the cycle asked for) means the backout was
      * generated before; doing it again would over-reverse the
      * day, so the run is refused.
       CHECK-PRIOR-REVERSAL.
           MOVE "N" TO WS-ALREADY-SWITCH
           OPEN INPUT CALC-GL-INTERFACE

       SCAN-GL-FOR-REVERSAL.
           IF GL-REVERSAL-FLAG = "R" AND
                   GL-ORIG-RUN-DATE = RV-RUN-DATE AND
                   (WS-BACKOUT-CYCLE-NO = ZERO OR
                    GL-ORIG-CYCLE-NO = WS-BACKOUT-CYCLE-NO)
               SET DATE-ALREADY-REVERSED TO TRUE
           END-IF
           PERFORM READ-NEXT-GL-RECORD.

       START-AUDIT-BROWSE.
           MOVE RV-RUN-DATE TO AM-RUN-DATE
           MOVE WS-BACKOUT-CYCLE-NO TO AM-CYCLE-NO
           MOVE ZERO TO AM-SEQ-NO
           MOVE LOW-VALUE TO AM-REVERSAL-FLAG
           START CALC-AUDIT-MASTER KEY >= AM-KEY
                       IF AM-RUN-DATE > RV-RUN-DATE
                           SET END-OF-AUDIT-FILE TO TRUE
                       END-IF
                       IF WS-BACKOUT-CYCLE-NO > ZERO AND
                               AM-CYCLE-NO NOT = WS-BACKOUT-CYCLE-NO
                           SET END-OF-AUDIT-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

           MOVE RV-REVERSAL-DATE TO GL-RUN-DATE
           MOVE "R" TO GL-REVERSAL-FLAG
           MOVE AM-RUN-DATE TO GL-ORIG-RUN-DATE
           MOVE AM-CYCLE-NO TO GL-CYCLE-NO
           MOVE AM-CYCLE-NO TO GL-ORIG-CYCLE-NO
           WRITE GL-INTERFACE-RECORD.

       BUFFER-REVERSAL-AUDIT.
                   "secuencia " AM-SEQ-NO " sin auditoria"
           ELSE
               ADD 1 TO WS-REV-COUNT
               MOVE AM-CYCLE-NO TO WS-REV-CYCLE-NO(WS-REV-COUNT)
               MOVE AM-SEQ-NO TO WS-REV-SEQ-NO(WS-REV-COUNT)
               MOVE AM-OPCION TO WS-REV-OPCION(WS-REV-COUNT)
               MOVE AM-NUM1 TO WS-REV-NUM1(WS-REV-COUNT)
               ZERO - WS-REV-RESULTADOS(WS-REV-IX)
           MOVE WS-REV-CURRENCY(WS-REV-IX) TO AU-CURRENCY-CODE
           MOVE RV-REVERSAL-DATE TO AU-RUN-DATE
           MOVE WS-REV-CYCLE-NO(WS-REV-IX) TO AU-CYCLE-NO
           MOVE WS-CD-TIME TO AU-RUN-TIME
           MOVE RV-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE ZERO TO AU-REF-SEQ-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BACKOUT-CYCLE-NO = ZERO
               STRING "AUTORIZADO POR: " RV-OPERATOR-ID
                   "  CICLOS: TODOS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "AUTORIZADO POR: " RV-OPERATOR-ID
                   "  CICLO: " WS-BACKOUT-CYCLE-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       PRINT-REGISTER-LINE.
           MOVE FUNCTION ABS(AM-RESULTADOS) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CICLO " AM-CYCLE-NO " SEC " AM-SEQ-NO " "
               GL-ACCOUNT-CODE " "
               GL-DR-CR-INDICATOR " " WS-EDIT-AMOUNT " "
               GL-CURRENCY-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
