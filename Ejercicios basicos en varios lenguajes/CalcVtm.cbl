      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Maintenance for the variance threshold master
      *          CALC-VARIANCE-THRESHOLD-FILE, in the style of
      *          CALCLMM. Reads update cards from
      *          CALC-VARIANCE-UPDATE-FILE, loads the master into a
      *          table, applies each card (an "A" card matching a
      *          department, operation and currency already on file
      *          replaces its tolerances, otherwise a new record is
      *          added; a "D" card removes it) and rewrites the
      *          master. Cards with a non numeric operation,
      *          percentage or minimum amount are rejected with a
      *          message, so CALCVAR never judges a run against a
      *          half-keyed tolerance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-VARIANCE-THRESHOLD-FILE ASSIGN TO "CALCVTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

           SELECT CALC-VARIANCE-UPDATE-FILE ASSIGN TO "CALCVTU"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-VARIANCE-THRESHOLD-FILE
           RECORDING MODE IS F.
       COPY CALCVTH.

       FD  CALC-VARIANCE-UPDATE-FILE
           RECORDING MODE IS F.
       COPY CALCVTU.

       WORKING-STORAGE SECTION.
       01 WS-THRESHOLD-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-THR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-THRESHOLD-FILE VALUE "Y".
       01 WS-UPD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-UPDATE-FILE VALUE "Y".

       01 WS-THR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-THR-MAX PIC 9(4) VALUE 500.
       01 WS-THR-TABLE.
           05 WS-THR-ENTRY OCCURS 500 TIMES.
               10 WS-THR-DEPT-ID PIC X(4).
               10 WS-THR-OPCION PIC 9(2).
               10 WS-THR-CURRENCY PIC X(3).
               10 WS-THR-COUNT-PCT PIC 9(3)V9.
               10 WS-THR-AMOUNT-PCT PIC 9(3)V9.
               10 WS-THR-MIN-AMOUNT PIC 9(7)V99.
               10 WS-THR-DELETED-SWITCH PIC X.
       01 WS-THR-IX PIC 9(4) VALUE ZERO.
       01 WS-THR-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-CARD-VALID-SWITCH PIC X VALUE "Y".
           88 CARD-IS-VALID VALUE "Y".

       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-THRESHOLD-TABLE
           PERFORM APPLY-UPDATE-CARDS
           PERFORM REWRITE-THRESHOLD-MASTER

           DISPLAY "CALCVTM: " WS-ADDED-COUNT " agregadas, "
               WS-REPLACED-COUNT " reemplazadas, "
               WS-DELETED-COUNT " eliminadas, "
               WS-REJECTED-COUNT " rechazadas."
           STOP RUN.

       LOAD-THRESHOLD-TABLE.
           OPEN INPUT CALC-VARIANCE-THRESHOLD-FILE
           IF WS-THRESHOLD-FILE-STATUS = "35"
               DISPLAY "CALCVTM: maestro de tolerancias nuevo, se crea"
               SET END-OF-THRESHOLD-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-THRESHOLD-RECORD
               PERFORM STORE-THRESHOLD-ENTRY
                   UNTIL END-OF-THRESHOLD-FILE
               CLOSE CALC-VARIANCE-THRESHOLD-FILE
           END-IF.

       READ-NEXT-THRESHOLD-RECORD.
           READ CALC-VARIANCE-THRESHOLD-FILE
               AT END
                   SET END-OF-THRESHOLD-FILE TO TRUE
           END-READ.

       STORE-THRESHOLD-ENTRY.
           IF WS-THR-COUNT >= WS-THR-MAX
               DISPLAY "CALCVTM: tabla de tolerancias llena, registro '"
                   VT-DEPT-ID "' " VT-OPCION " " VT-CURRENCY-CODE
                   " perdido"
           ELSE
               ADD 1 TO WS-THR-COUNT
               MOVE VT-DEPT-ID TO WS-THR-DEPT-ID(WS-THR-COUNT)
               MOVE VT-OPCION TO WS-THR-OPCION(WS-THR-COUNT)
               MOVE VT-CURRENCY-CODE TO WS-THR-CURRENCY(WS-THR-COUNT)
               MOVE VT-COUNT-PCT TO WS-THR-COUNT-PCT(WS-THR-COUNT)
               MOVE VT-AMOUNT-PCT TO WS-THR-AMOUNT-PCT(WS-THR-COUNT)
               MOVE VT-MIN-AMOUNT TO WS-THR-MIN-AMOUNT(WS-THR-COUNT)
               MOVE "N" TO WS-THR-DELETED-SWITCH(WS-THR-COUNT)
           END-IF
           PERFORM READ-NEXT-THRESHOLD-RECORD.

       APPLY-UPDATE-CARDS.
           OPEN INPUT CALC-VARIANCE-UPDATE-FILE
           PERFORM READ-NEXT-UPDATE-CARD
           PERFORM APPLY-ONE-CARD UNTIL END-OF-UPDATE-FILE
           CLOSE CALC-VARIANCE-UPDATE-FILE.

       READ-NEXT-UPDATE-CARD.
           READ CALC-VARIANCE-UPDATE-FILE
               AT END
                   SET END-OF-UPDATE-FILE TO TRUE
           END-READ.

       APPLY-ONE-CARD.
           EVALUATE VU-ACTION
               WHEN "A"
                   PERFORM VALIDATE-ADD-CARD
                   IF CARD-IS-VALID
                       PERFORM FIND-THRESHOLD-ENTRY
                       IF WS-THR-FOUND-IX > ZERO
                           PERFORM REPLACE-THRESHOLD-ENTRY
                       ELSE
                           PERFORM ADD-THRESHOLD-ENTRY
                       END-IF
                   END-IF
               WHEN "D"
                   PERFORM FIND-THRESHOLD-ENTRY
                   IF WS-THR-FOUND-IX > ZERO
                       MOVE "Y" TO
                           WS-THR-DELETED-SWITCH(WS-THR-FOUND-IX)
                       ADD 1 TO WS-DELETED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CALCVTM: tolerancia '" VU-DEPT-ID "' "
                           VU-OPCION " " VU-CURRENCY-CODE
                           " no existe, tarjeta D rechazada"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCVTM: accion invalida '" VU-ACTION
                       "' para '" VU-DEPT-ID "' " VU-OPCION " "
                       VU-CURRENCY-CODE
           END-EVALUATE
           PERFORM READ-NEXT-UPDATE-CARD.

       VALIDATE-ADD-CARD.
           MOVE "Y" TO WS-CARD-VALID-SWITCH
           IF VU-OPCION NOT NUMERIC OR
                   VU-COUNT-PCT NOT NUMERIC OR
                   VU-AMOUNT-PCT NOT NUMERIC OR
                   VU-MIN-AMOUNT NOT NUMERIC
               MOVE "N" TO WS-CARD-VALID-SWITCH
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCVTM: tarjeta invalida para '"
                   VU-DEPT-ID "' " VU-OPCION " " VU-CURRENCY-CODE
           END-IF.

       FIND-THRESHOLD-ENTRY.
           MOVE ZERO TO WS-THR-FOUND-IX
           MOVE 1 TO WS-THR-IX
           PERFORM SCAN-THRESHOLD-ENTRY
               UNTIL WS-THR-IX > WS-THR-COUNT
                   OR WS-THR-FOUND-IX > ZERO.

       SCAN-THRESHOLD-ENTRY.
           IF WS-THR-DEPT-ID(WS-THR-IX) = VU-DEPT-ID AND
                   WS-THR-OPCION(WS-THR-IX) = VU-OPCION AND
                   WS-THR-CURRENCY(WS-THR-IX) = VU-CURRENCY-CODE AND
                   WS-THR-DELETED-SWITCH(WS-THR-IX) = "N"
               MOVE WS-THR-IX TO WS-THR-FOUND-IX
           END-IF
           ADD 1 TO WS-THR-IX.

       REPLACE-THRESHOLD-ENTRY.
           MOVE VU-COUNT-PCT TO WS-THR-COUNT-PCT(WS-THR-FOUND-IX)
           MOVE VU-AMOUNT-PCT TO WS-THR-AMOUNT-PCT(WS-THR-FOUND-IX)
           MOVE VU-MIN-AMOUNT TO WS-THR-MIN-AMOUNT(WS-THR-FOUND-IX)
           ADD 1 TO WS-REPLACED-COUNT.

       ADD-THRESHOLD-ENTRY.
           IF WS-THR-COUNT >= WS-THR-MAX
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCVTM: tabla de tolerancias llena, tarjeta '"
                   VU-DEPT-ID "' " VU-OPCION " " VU-CURRENCY-CODE
                   " rechazada"
           ELSE
               ADD 1 TO WS-THR-COUNT
               MOVE VU-DEPT-ID TO WS-THR-DEPT-ID(WS-THR-COUNT)
               MOVE VU-OPCION TO WS-THR-OPCION(WS-THR-COUNT)
               MOVE VU-CURRENCY-CODE TO WS-THR-CURRENCY(WS-THR-COUNT)
               MOVE VU-COUNT-PCT TO WS-THR-COUNT-PCT(WS-THR-COUNT)
               MOVE VU-AMOUNT-PCT TO WS-THR-AMOUNT-PCT(WS-THR-COUNT)
               MOVE VU-MIN-AMOUNT TO WS-THR-MIN-AMOUNT(WS-THR-COUNT)
               MOVE "N" TO WS-THR-DELETED-SWITCH(WS-THR-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       REWRITE-THRESHOLD-MASTER.
           OPEN OUTPUT CALC-VARIANCE-THRESHOLD-FILE
           MOVE 1 TO WS-THR-IX
           PERFORM WRITE-THRESHOLD-RECORD
               UNTIL WS-THR-IX > WS-THR-COUNT
           CLOSE CALC-VARIANCE-THRESHOLD-FILE.

       WRITE-THRESHOLD-RECORD.
           IF WS-THR-DELETED-SWITCH(WS-THR-IX) = "N"
               MOVE WS-THR-DEPT-ID(WS-THR-IX) TO VT-DEPT-ID
               MOVE WS-THR-OPCION(WS-THR-IX) TO VT-OPCION
               MOVE WS-THR-CURRENCY(WS-THR-IX) TO VT-CURRENCY-CODE
               MOVE WS-THR-COUNT-PCT(WS-THR-IX) TO VT-COUNT-PCT
               MOVE WS-THR-AMOUNT-PCT(WS-THR-IX) TO VT-AMOUNT-PCT
               MOVE WS-THR-MIN-AMOUNT(WS-THR-IX) TO VT-MIN-AMOUNT
               WRITE VARIANCE-THRESHOLD-RECORD
           END-IF
           ADD 1 TO WS-THR-IX.

       END PROGRAM CALCVTM.
