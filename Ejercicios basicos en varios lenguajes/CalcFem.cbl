      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Maintenance for the chargeback fee schedule
      *          CALC-FEE-SCHEDULE-FILE, in the style of CALCLMM.
      *          Reads update cards from CALC-FEE-UPDATE-FILE, loads
      *          the schedule into a table, applies each card (an
      *          "A" card matching a department already on file
      *          replaces its schedule, otherwise a new schedule is
      *          added; a "D" card removes it) and rewrites the
      *          schedule. A blank department is the house schedule
      *          used for every department without one of its own.
      *          Cards with non numeric rates or minimum, a blank
      *          expense or income account or a blank currency are
      *          rejected with a message, so CALCCHB never bills or
      *          posts from a half-keyed schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FEE-SCHEDULE-FILE ASSIGN TO "CALCFEE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT CALC-FEE-UPDATE-FILE ASSIGN TO "CALCFEU"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY CALCFEE.

       FD  CALC-FEE-UPDATE-FILE
           RECORDING MODE IS F.
       COPY CALCFEU.

       WORKING-STORAGE SECTION.
       01 WS-FEE-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-FEE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FEE-FILE VALUE "Y".
       01 WS-UPD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-UPDATE-FILE VALUE "Y".

       01 WS-FEE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FEE-MAX PIC 9(4) VALUE 200.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 200 TIMES.
               10 WS-FEE-DEPT-ID PIC X(4).
               10 WS-FEE-POSTED-RATE PIC 9(3)V9(4).
               10 WS-FEE-SUSPENSE-RATE PIC 9(3)V9(4).
               10 WS-FEE-CHAINED-RATE PIC 9(3)V9(4).
               10 WS-FEE-MINIMUM PIC 9(7)V99.
               10 WS-FEE-EXPENSE-ACCOUNT PIC X(10).
               10 WS-FEE-INCOME-ACCOUNT PIC X(10).
               10 WS-FEE-CURRENCY PIC X(3).
               10 WS-FEE-DELETED-SWITCH PIC X.
       01 WS-FEE-IX PIC 9(4) VALUE ZERO.
       01 WS-FEE-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-CARD-VALID-SWITCH PIC X VALUE "Y".
           88 CARD-IS-VALID VALUE "Y".

       01 WS-ADDED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REPLACED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FEE-TABLE
           PERFORM APPLY-UPDATE-CARDS
           PERFORM REWRITE-FEE-SCHEDULE

           DISPLAY "CALCFEM: " WS-ADDED-COUNT " agregadas, "
               WS-REPLACED-COUNT " reemplazadas, "
               WS-DELETED-COUNT " eliminadas, "
               WS-REJECTED-COUNT " rechazadas."
           STOP RUN.

       LOAD-FEE-TABLE.
           OPEN INPUT CALC-FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "35"
               DISPLAY "CALCFEM: tarifario nuevo, se crea"
               SET END-OF-FEE-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-FEE-RECORD
               PERFORM STORE-FEE-ENTRY UNTIL END-OF-FEE-FILE
               CLOSE CALC-FEE-SCHEDULE-FILE
           END-IF.

       READ-NEXT-FEE-RECORD.
           READ CALC-FEE-SCHEDULE-FILE
               AT END
                   SET END-OF-FEE-FILE TO TRUE
           END-READ.

       STORE-FEE-ENTRY.
           IF WS-FEE-COUNT >= WS-FEE-MAX
               DISPLAY "CALCFEM: tabla de tarifas llena, depto '"
                   FE-DEPT-ID "' perdido"
           ELSE
               ADD 1 TO WS-FEE-COUNT
               MOVE FE-DEPT-ID TO WS-FEE-DEPT-ID(WS-FEE-COUNT)
               MOVE FE-POSTED-RATE
                   TO WS-FEE-POSTED-RATE(WS-FEE-COUNT)
               MOVE FE-SUSPENSE-RATE
                   TO WS-FEE-SUSPENSE-RATE(WS-FEE-COUNT)
               MOVE FE-CHAINED-RATE
                   TO WS-FEE-CHAINED-RATE(WS-FEE-COUNT)
               MOVE FE-MONTHLY-MINIMUM
                   TO WS-FEE-MINIMUM(WS-FEE-COUNT)
               MOVE FE-EXPENSE-ACCOUNT
                   TO WS-FEE-EXPENSE-ACCOUNT(WS-FEE-COUNT)
               MOVE FE-INCOME-ACCOUNT
                   TO WS-FEE-INCOME-ACCOUNT(WS-FEE-COUNT)
               MOVE FE-CURRENCY-CODE TO WS-FEE-CURRENCY(WS-FEE-COUNT)
               MOVE "N" TO WS-FEE-DELETED-SWITCH(WS-FEE-COUNT)
           END-IF
           PERFORM READ-NEXT-FEE-RECORD.

       APPLY-UPDATE-CARDS.
           OPEN INPUT CALC-FEE-UPDATE-FILE
           PERFORM READ-NEXT-UPDATE-CARD
           PERFORM APPLY-ONE-CARD UNTIL END-OF-UPDATE-FILE
           CLOSE CALC-FEE-UPDATE-FILE.

       READ-NEXT-UPDATE-CARD.
           READ CALC-FEE-UPDATE-FILE
               AT END
                   SET END-OF-UPDATE-FILE TO TRUE
           END-READ.

       APPLY-ONE-CARD.
           EVALUATE FU-ACTION
               WHEN "A"
                   PERFORM VALIDATE-ADD-CARD
                   IF CARD-IS-VALID
                       PERFORM FIND-FEE-ENTRY
                       IF WS-FEE-FOUND-IX > ZERO
                           PERFORM REPLACE-FEE-ENTRY
                       ELSE
                           PERFORM ADD-FEE-ENTRY
                       END-IF
                   END-IF
               WHEN "D"
                   PERFORM FIND-FEE-ENTRY
                   IF WS-FEE-FOUND-IX > ZERO
                       MOVE "Y" TO
                           WS-FEE-DELETED-SWITCH(WS-FEE-FOUND-IX)
                       ADD 1 TO WS-DELETED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CALCFEM: tarifa de depto '" FU-DEPT-ID
                           "' no existe, tarjeta D rechazada"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCFEM: accion invalida '" FU-ACTION
                       "' para depto '" FU-DEPT-ID "'"
           END-EVALUATE
           PERFORM READ-NEXT-UPDATE-CARD.

       VALIDATE-ADD-CARD.
           MOVE "Y" TO WS-CARD-VALID-SWITCH
           IF FU-POSTED-RATE NOT NUMERIC OR
                   FU-SUSPENSE-RATE NOT NUMERIC OR
                   FU-CHAINED-RATE NOT NUMERIC OR
                   FU-MONTHLY-MINIMUM NOT NUMERIC
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF FU-EXPENSE-ACCOUNT = SPACES OR
                   FU-INCOME-ACCOUNT = SPACES OR
                   FU-CURRENCY-CODE = SPACES
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF NOT CARD-IS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCFEM: tarjeta invalida para depto '"
                   FU-DEPT-ID "'"
           END-IF.

       FIND-FEE-ENTRY.
           MOVE ZERO TO WS-FEE-FOUND-IX
           MOVE 1 TO WS-FEE-IX
           PERFORM SCAN-FEE-ENTRY
               UNTIL WS-FEE-IX > WS-FEE-COUNT
                   OR WS-FEE-FOUND-IX > ZERO.

       SCAN-FEE-ENTRY.
           IF WS-FEE-DEPT-ID(WS-FEE-IX) = FU-DEPT-ID AND
                   WS-FEE-DELETED-SWITCH(WS-FEE-IX) = "N"
               MOVE WS-FEE-IX TO WS-FEE-FOUND-IX
           END-IF
           ADD 1 TO WS-FEE-IX.

       REPLACE-FEE-ENTRY.
           MOVE FU-POSTED-RATE TO WS-FEE-POSTED-RATE(WS-FEE-FOUND-IX)
           MOVE FU-SUSPENSE-RATE
               TO WS-FEE-SUSPENSE-RATE(WS-FEE-FOUND-IX)
           MOVE FU-CHAINED-RATE
               TO WS-FEE-CHAINED-RATE(WS-FEE-FOUND-IX)
           MOVE FU-MONTHLY-MINIMUM TO WS-FEE-MINIMUM(WS-FEE-FOUND-IX)
           MOVE FU-EXPENSE-ACCOUNT
               TO WS-FEE-EXPENSE-ACCOUNT(WS-FEE-FOUND-IX)
           MOVE FU-INCOME-ACCOUNT
               TO WS-FEE-INCOME-ACCOUNT(WS-FEE-FOUND-IX)
           MOVE FU-CURRENCY-CODE TO WS-FEE-CURRENCY(WS-FEE-FOUND-IX)
           ADD 1 TO WS-REPLACED-COUNT.

       ADD-FEE-ENTRY.
           IF WS-FEE-COUNT >= WS-FEE-MAX
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCFEM: tabla de tarifas llena, tarjeta '"
                   FU-DEPT-ID "' rechazada"
           ELSE
               ADD 1 TO WS-FEE-COUNT
               MOVE FU-DEPT-ID TO WS-FEE-DEPT-ID(WS-FEE-COUNT)
               MOVE FU-POSTED-RATE
                   TO WS-FEE-POSTED-RATE(WS-FEE-COUNT)
               MOVE FU-SUSPENSE-RATE
                   TO WS-FEE-SUSPENSE-RATE(WS-FEE-COUNT)
               MOVE FU-CHAINED-RATE
                   TO WS-FEE-CHAINED-RATE(WS-FEE-COUNT)
               MOVE FU-MONTHLY-MINIMUM
                   TO WS-FEE-MINIMUM(WS-FEE-COUNT)
               MOVE FU-EXPENSE-ACCOUNT
                   TO WS-FEE-EXPENSE-ACCOUNT(WS-FEE-COUNT)
               MOVE FU-INCOME-ACCOUNT
                   TO WS-FEE-INCOME-ACCOUNT(WS-FEE-COUNT)
               MOVE FU-CURRENCY-CODE TO WS-FEE-CURRENCY(WS-FEE-COUNT)
               MOVE "N" TO WS-FEE-DELETED-SWITCH(WS-FEE-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       REWRITE-FEE-SCHEDULE.
           OPEN OUTPUT CALC-FEE-SCHEDULE-FILE
           MOVE 1 TO WS-FEE-IX
           PERFORM WRITE-FEE-RECORD
               UNTIL WS-FEE-IX > WS-FEE-COUNT
           CLOSE CALC-FEE-SCHEDULE-FILE.

       WRITE-FEE-RECORD.
           IF WS-FEE-DELETED-SWITCH(WS-FEE-IX) = "N"
               MOVE WS-FEE-DEPT-ID(WS-FEE-IX) TO FE-DEPT-ID
               MOVE WS-FEE-POSTED-RATE(WS-FEE-IX) TO FE-POSTED-RATE
               MOVE WS-FEE-SUSPENSE-RATE(WS-FEE-IX)
                   TO FE-SUSPENSE-RATE
               MOVE WS-FEE-CHAINED-RATE(WS-FEE-IX) TO FE-CHAINED-RATE
               MOVE WS-FEE-MINIMUM(WS-FEE-IX) TO FE-MONTHLY-MINIMUM
               MOVE WS-FEE-EXPENSE-ACCOUNT(WS-FEE-IX)
                   TO FE-EXPENSE-ACCOUNT
               MOVE WS-FEE-INCOME-ACCOUNT(WS-FEE-IX)
                   TO FE-INCOME-ACCOUNT
               MOVE WS-FEE-CURRENCY(WS-FEE-IX) TO FE-CURRENCY-CODE
               WRITE FEE-SCHEDULE-RECORD
           END-IF
           ADD 1 TO WS-FEE-IX.

       END PROGRAM CALCFEM.
