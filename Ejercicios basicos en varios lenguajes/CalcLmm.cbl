      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Maintenance for the high-value limit master
      *          CALC-LIMIT-FILE, in the style of CALCGLM. Reads
      *          update cards from CALC-LIMIT-UPDATE-FILE, loads the
      *          master into a table, applies each card (an "A" card
      *          matching an existing operation and currency
      *          replaces that limit, otherwise a new limit is
      *          added; a "D" card removes the limit) and rewrites
      *          the master. Cards with an OPCION outside 1-4 or a
      *          zero or non numeric limit are rejected with a
      *          message, so a fat-fingered card cannot send every
      *          result of an operation to the hold file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LIMIT-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT CALC-LIMIT-UPDATE-FILE ASSIGN TO "CALCLMU"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LIMIT-FILE
           RECORDING MODE IS F.
       COPY CALCLIM.

       FD  CALC-LIMIT-UPDATE-FILE
           RECORDING MODE IS F.
       COPY CALCLMU.

       WORKING-STORAGE SECTION.
       01 WS-LIMIT-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-LIMIT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LIMIT-FILE VALUE "Y".
       01 WS-UPD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-UPDATE-FILE VALUE "Y".

       01 WS-LIMIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LIMIT-MAX PIC 9(4) VALUE 200.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
               10 WS-LIM-OPCION PIC 9(2).
               10 WS-LIM-CURRENCY PIC X(3).
               10 WS-LIM-AMOUNT PIC 9(7)V99.
               10 WS-LIM-DELETED-SWITCH PIC X.
       01 WS-LIMIT-IX PIC 9(4) VALUE ZERO.
       01 WS-LIMIT-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-LIMIT-TABLE
           PERFORM APPLY-UPDATE-CARDS
           PERFORM REWRITE-LIMIT-MASTER

           DISPLAY "CALCLMM: " WS-ADDED-COUNT " agregados, "
               WS-REPLACED-COUNT " reemplazados, "
               WS-DELETED-COUNT " eliminados, "
               WS-REJECTED-COUNT " rechazados."
           STOP RUN.

       LOAD-LIMIT-TABLE.
           OPEN INPUT CALC-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = "35"
               DISPLAY "CALCLMM: maestro de limites nuevo, se crea"
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
               DISPLAY "CALCLMM: tabla de limites llena, registro "
                   LM-OPCION " " LM-CURRENCY-CODE " perdido"
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LM-OPCION TO WS-LIM-OPCION(WS-LIMIT-COUNT)
               MOVE LM-CURRENCY-CODE
                   TO WS-LIM-CURRENCY(WS-LIMIT-COUNT)
               MOVE LM-LIMIT-AMOUNT TO WS-LIM-AMOUNT(WS-LIMIT-COUNT)
               MOVE "N" TO WS-LIM-DELETED-SWITCH(WS-LIMIT-COUNT)
           END-IF
           PERFORM READ-NEXT-LIMIT-RECORD.

       APPLY-UPDATE-CARDS.
           OPEN INPUT CALC-LIMIT-UPDATE-FILE
           PERFORM READ-NEXT-UPDATE-CARD
           PERFORM APPLY-ONE-CARD UNTIL END-OF-UPDATE-FILE
           CLOSE CALC-LIMIT-UPDATE-FILE.

       READ-NEXT-UPDATE-CARD.
           READ CALC-LIMIT-UPDATE-FILE
               AT END
                   SET END-OF-UPDATE-FILE TO TRUE
           END-READ.

       APPLY-ONE-CARD.
           EVALUATE LU-ACTION
               WHEN "A"
                   IF LU-OPCION NOT NUMERIC OR
                           LU-OPCION < 1 OR LU-OPCION > 4 OR
                           LU-LIMIT-AMOUNT NOT NUMERIC OR
                           LU-LIMIT-AMOUNT = ZERO
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CALCLMM: tarjeta invalida para "
                           "operacion '" LU-OPCION "'"
                   ELSE
                       PERFORM FIND-LIMIT-ENTRY
                       IF WS-LIMIT-FOUND-IX > ZERO
                           MOVE LU-LIMIT-AMOUNT
                               TO WS-LIM-AMOUNT(WS-LIMIT-FOUND-IX)
                           ADD 1 TO WS-REPLACED-COUNT
                       ELSE
                           PERFORM ADD-LIMIT-ENTRY
                       END-IF
                   END-IF
               WHEN "D"
                   PERFORM FIND-LIMIT-ENTRY
                   IF WS-LIMIT-FOUND-IX > ZERO
                       MOVE "Y" TO
                           WS-LIM-DELETED-SWITCH(WS-LIMIT-FOUND-IX)
                       ADD 1 TO WS-DELETED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CALCLMM: limite " LU-OPCION " "
                           LU-CURRENCY-CODE
                           " no existe, tarjeta D rechazada"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCLMM: accion invalida '" LU-ACTION
                       "' para operacion " LU-OPCION
           END-EVALUATE
           PERFORM READ-NEXT-UPDATE-CARD.

       FIND-LIMIT-ENTRY.
           MOVE ZERO TO WS-LIMIT-FOUND-IX
           MOVE 1 TO WS-LIMIT-IX
           PERFORM SCAN-LIMIT-ENTRY
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                   OR WS-LIMIT-FOUND-IX > ZERO.

       SCAN-LIMIT-ENTRY.
           IF WS-LIM-OPCION(WS-LIMIT-IX) = LU-OPCION AND
                   WS-LIM-CURRENCY(WS-LIMIT-IX) = LU-CURRENCY-CODE
                   AND WS-LIM-DELETED-SWITCH(WS-LIMIT-IX) = "N"
               MOVE WS-LIMIT-IX TO WS-LIMIT-FOUND-IX
           END-IF
           ADD 1 TO WS-LIMIT-IX.

       ADD-LIMIT-ENTRY.
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCLMM: tabla de limites llena, tarjeta "
                   LU-OPCION " " LU-CURRENCY-CODE " rechazada"
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LU-OPCION TO WS-LIM-OPCION(WS-LIMIT-COUNT)
               MOVE LU-CURRENCY-CODE
                   TO WS-LIM-CURRENCY(WS-LIMIT-COUNT)
               MOVE LU-LIMIT-AMOUNT TO WS-LIM-AMOUNT(WS-LIMIT-COUNT)
               MOVE "N" TO WS-LIM-DELETED-SWITCH(WS-LIMIT-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       REWRITE-LIMIT-MASTER.
           OPEN OUTPUT CALC-LIMIT-FILE
           MOVE 1 TO WS-LIMIT-IX
           PERFORM WRITE-LIMIT-RECORD
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
           CLOSE CALC-LIMIT-FILE.

       WRITE-LIMIT-RECORD.
           IF WS-LIM-DELETED-SWITCH(WS-LIMIT-IX) = "N"
               MOVE WS-LIM-OPCION(WS-LIMIT-IX) TO LM-OPCION
               MOVE WS-LIM-CURRENCY(WS-LIMIT-IX) TO LM-CURRENCY-CODE
               MOVE WS-LIM-AMOUNT(WS-LIMIT-IX) TO LM-LIMIT-AMOUNT
               WRITE LIMIT-MASTER-RECORD
           END-IF
           ADD 1 TO WS-LIMIT-IX.

       END PROGRAM CALCLMM.
