      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Chain impact report. A transaction keyed wrong
      *          spoils every later transaction that chained off it
      *          through TR-REF-FLAG-1/2, and CALCULOS leaves those
      *          links on the audit master as AM-REF-SEQ-1/2. Given
      *          a run date and one or more starting sequence
      *          numbers on CALC-IMPACT-PARM-FILE, this program
      *          reads that run date off CALC-AUDIT-MASTER with a
      *          keyed START/READ NEXT and follows the links forward
      *          to every dependent at any depth. The report prints
      *          the dependency tree indented by level: each result
      *          with its operation, operands (and the sequences
      *          they were chained from), the GL account it posted
      *          to - looked up on CALC-GL-ACCT-FILE with the
      *          mapping in effect on the run date, as CALCULOS
      *          did - and the amount it posted, with the affected
      *          totals per currency at the end. A result reached
      *          through two branches is expanded once and marked
      *          where it appears again.
      *          The whole affected set is written in sequence
      *          order as CALCCOR correction cards, together with
      *          the matching suspense images on
      *          CALC-IMPACT-SUSPENSE-FILE (reason E010), so one
      *          CALCFIX pass run against that file instead of the
      *          live suspense file resubmits the chain. Every card
      *          is blank, resubmitting the item as keyed, with its
      *          chain references kept where the referenced result
      *          is itself in the set, so the next CALCULOS run
      *          recalculates the dependents from whatever the
      *          department puts on the cards of the starting
      *          transactions. A starting sequence not found on the
      *          run date is listed and ends the run with
      *          RETURN-CODE 4.
      *          The run covers one processing cycle of the date,
      *          IP-CYCLE-NO on the first card (blank is cycle 01):
      *          a chain never crosses cycles, only that cycle is
      *          read off the master and the suspense images carry
      *          it so CALCFIX resubmits into the right cycle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-IMPACT-PARM-FILE ASSIGN TO "CALCIPP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-AUDIT-MASTER ASSIGN TO "CALCAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CALC-GL-ACCT-FILE ASSIGN TO "CALCGAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACCT-FILE-STATUS.

           SELECT CALC-CORRECTION-FILE ASSIGN TO "CALCCOR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-IMPACT-SUSPENSE-FILE ASSIGN TO "CALCIMS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CALCIMPR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-IMPACT-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCIPP.

       FD  CALC-AUDIT-MASTER.
       COPY CALCAMS.

       FD  CALC-GL-ACCT-FILE
           RECORDING MODE IS F.
       COPY CALCGAM.

       FD  CALC-CORRECTION-FILE
           RECORDING MODE IS F.
       COPY CALCCOR.

       FD  CALC-IMPACT-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CALCSUS.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-ACCT-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-PARM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PARM-FILE VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-AUDIT-FILE VALUE "Y".

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-START-COUNT PIC 9(4) VALUE ZERO.
       01 WS-START-MAX PIC 9(4) VALUE 200.
       01 WS-START-TABLE.
           05 WS-START-SEQ-NO OCCURS 200 TIMES PIC 9(6).
       01 WS-START-IX PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.

      * The run date's posted results, in key (sequence) order.
       01 WS-RES-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RES-MAX PIC 9(5) VALUE 10000.
       01 WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 10000 TIMES.
               10 WS-RES-SEQ-NO PIC 9(6).
               10 WS-RES-OPCION PIC 9(2).
               10 WS-RES-NUM1 PIC S9(7)V99.
               10 WS-RES-NUM2 PIC S9(7)V99.
               10 WS-RES-RESULTADOS PIC S9(7)V99.
               10 WS-RES-CURRENCY PIC X(3).
               10 WS-RES-REF-SEQ-1 PIC 9(6).
               10 WS-RES-REF-SEQ-2 PIC 9(6).
               10 WS-RES-AFFECTED PIC X(1).
               10 WS-RES-EXPANDED PIC X(1).
       01 WS-RES-IX PIC 9(5) VALUE ZERO.
       01 WS-RES-FOUND-IX PIC 9(5) VALUE ZERO.
       01 WS-LOOKUP-SEQ-NO PIC 9(6) VALUE ZERO.

       01 WS-AFFECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DEPENDENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MARKED-SWITCH PIC X VALUE "N".
           88 PASS-MARKED-DEPENDENT VALUE "Y".

      * Depth-first walk of the tree: each level remembers the
      * result it stands on and where the search for its next
      * dependent resumes.
       01 WS-STACK-DEPTH PIC 9(3) VALUE ZERO.
       01 WS-STACK-MAX PIC 9(3) VALUE 500.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 500 TIMES.
               10 WS-STK-RES-IX PIC 9(5).
               10 WS-STK-NEXT-IX PIC 9(5).
       01 WS-CHILD-IX PIC 9(5) VALUE ZERO.
       01 WS-PARENT-SEQ-NO PIC 9(6) VALUE ZERO.
       01 WS-DEEPEST-LEVEL PIC 9(3) VALUE ZERO.

       01 WS-PRINT-IX PIC 9(5) VALUE ZERO.
       01 WS-PRINT-LEVEL PIC 9(3) VALUE ZERO.
       01 WS-PRINT-REPEAT-SWITCH PIC X VALUE "N".
           88 PRINT-AS-REPEAT VALUE "Y".
       01 WS-INDENT-WIDTH PIC 9(3) VALUE ZERO.
       01 WS-LINE-POS PIC 9(3) VALUE ZERO.
       01 WS-REF-TEXT PIC X(16) VALUE SPACES.

       01 WS-ACCT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ACCT-FILE VALUE "Y".
       01 WS-ACCT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX PIC 9(4) VALUE 500.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACC-OPCION PIC 9(2).
               10 WS-ACC-CURRENCY PIC X(3).
               10 WS-ACC-ACCOUNT PIC X(10).
               10 WS-ACC-EFF-DATE PIC 9(8).
       01 WS-ACCT-IX PIC 9(4) VALUE ZERO.
       01 WS-ACCT-LOOKUP-CCY PIC X(3) VALUE SPACES.
       01 WS-ACCT-BEST-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACCT-HIT-SWITCH PIC X VALUE "N".
           88 GL-ACCOUNT-FOUND VALUE "Y".
       01 WS-GL-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-DR-CR PIC X(1) VALUE SPACE.

       01 WS-CCY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CCY-MAX PIC 9(3) VALUE 50.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 50 TIMES.
               10 WS-CCY-CODE PIC X(3).
               10 WS-CCY-RESULTS PIC 9(6).
               10 WS-CCY-DEBIT-SUM PIC S9(11)V99.
               10 WS-CCY-CREDIT-SUM PIC S9(11)V99.
       01 WS-CCY-IX PIC 9(3) VALUE ZERO.
       01 WS-CCY-FOUND-IX PIC 9(3) VALUE ZERO.

       01 WS-CARD-COUNT PIC 9(6) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT PIC -Z(6)9.99.
       01 WS-EDIT-NUM1 PIC -Z(6)9.99.
       01 WS-EDIT-NUM2 PIC -Z(6)9.99.
       01 WS-EDIT-LEVEL PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-IMPACT-PARM-FILE
           PERFORM LOAD-GL-ACCT-TABLE
           PERFORM LOAD-RESULT-TABLE
           PERFORM MARK-STARTING-RESULTS
           PERFORM MARK-DEPENDENT-PASS
           PERFORM MARK-DEPENDENT-PASS UNTIL NOT PASS-MARKED-DEPENDENT

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           MOVE 1 TO WS-START-IX
           PERFORM PRINT-ONE-START-TREE
               UNTIL WS-START-IX > WS-START-COUNT
           PERFORM WRITE-CORRECTION-SET
           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "CALCIMP: " WS-AFFECTED-COUNT
               " resultados afectados de la fecha " WS-RUN-DATE
               " ciclo " WS-CYCLE-NO
               ", " WS-CARD-COUNT " tarjetas de correccion"
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "CALCIMP: " WS-MISSING-COUNT
                   " secuencias de origen no encontradas"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The first card fixes the run date and cycle; a card for any
      * other date or cycle belongs to a separate run and is left
      * out.
       LOAD-IMPACT-PARM-FILE.
           OPEN INPUT CALC-IMPACT-PARM-FILE
           READ CALC-IMPACT-PARM-FILE
               AT END
                   DISPLAY "CALCIMP: CALC-IMPACT-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-IMPACT-PARM-FILE
                   STOP RUN
           END-READ
           MOVE IP-RUN-DATE TO WS-RUN-DATE
           PERFORM NORMALIZE-PARM-CYCLE
           MOVE IP-CYCLE-NO TO WS-CYCLE-NO
           PERFORM STORE-START-ENTRY UNTIL END-OF-PARM-FILE
           CLOSE CALC-IMPACT-PARM-FILE.

       STORE-START-ENTRY.
           IF IP-RUN-DATE NOT = WS-RUN-DATE OR
                   IP-CYCLE-NO NOT = WS-CYCLE-NO
               DISPLAY "CALCIMP: tarjeta " IP-RUN-DATE " " IP-SEQ-NO
                   " de otra fecha o ciclo, ignorada"
           ELSE
               IF WS-START-COUNT >= WS-START-MAX
                   DISPLAY "CALCIMP: tabla de origenes llena, "
                       "secuencia " IP-SEQ-NO " ignorada"
               ELSE
                   ADD 1 TO WS-START-COUNT
                   MOVE IP-SEQ-NO TO WS-START-SEQ-NO(WS-START-COUNT)
               END-IF
           END-IF
           READ CALC-IMPACT-PARM-FILE
               AT END
                   SET END-OF-PARM-FILE TO TRUE
               NOT AT END
                   PERFORM NORMALIZE-PARM-CYCLE
           END-READ.

       NORMALIZE-PARM-CYCLE.
           IF IP-CYCLE-NO NOT NUMERIC OR IP-CYCLE-NO = ZERO
               MOVE 1 TO IP-CYCLE-NO
           END-IF.

       LOAD-GL-ACCT-TABLE.
           OPEN INPUT CALC-GL-ACCT-FILE
           IF WS-GL-ACCT-FILE-STATUS = "35"
               DISPLAY "CALCIMP: sin maestro de cuentas GL, las "
                   "cuentas no se listan"
               SET END-OF-ACCT-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCT-RECORD
               PERFORM STORE-ACCT-ENTRY UNTIL END-OF-ACCT-FILE
               CLOSE CALC-GL-ACCT-FILE
           END-IF.

       READ-NEXT-ACCT-RECORD.
           READ CALC-GL-ACCT-FILE
               AT END
                   SET END-OF-ACCT-FILE TO TRUE
           END-READ.

       STORE-ACCT-ENTRY.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               DISPLAY "CALCIMP: tabla de cuentas llena, registro "
                   GM-OPCION " " GM-CURRENCY-CODE " perdido"
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE GM-OPCION TO WS-ACC-OPCION(WS-ACCT-COUNT)
               MOVE GM-CURRENCY-CODE
                   TO WS-ACC-CURRENCY(WS-ACCT-COUNT)
               MOVE GM-ACCOUNT-CODE TO WS-ACC-ACCOUNT(WS-ACCT-COUNT)
               MOVE GM-EFFECTIVE-DATE
                   TO WS-ACC-EFF-DATE(WS-ACCT-COUNT)
           END-IF
           PERFORM READ-NEXT-ACCT-RECORD.

      * One keyed browse over the run date. CALCREV backout records
      * carry no chain and are left out.
       LOAD-RESULT-TABLE.
           OPEN INPUT CALC-AUDIT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CALCIMP: maestro de auditoria no disponible,"
                   " estado " WS-MASTER-FILE-STATUS
                   ". Corra CALCAUL primero."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO AM-RUN-DATE
           MOVE WS-CYCLE-NO TO AM-CYCLE-NO
           MOVE ZERO TO AM-SEQ-NO
           MOVE LOW-VALUE TO AM-REVERSAL-FLAG
           START CALC-AUDIT-MASTER KEY >= AM-KEY
               INVALID KEY
                   SET END-OF-AUDIT-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM STORE-RESULT-ENTRY UNTIL END-OF-AUDIT-FILE
           CLOSE CALC-AUDIT-MASTER.

       READ-NEXT-AUDIT-RECORD.
           IF NOT END-OF-AUDIT-FILE
               READ CALC-AUDIT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-AUDIT-FILE TO TRUE
                   NOT AT END
                       IF AM-RUN-DATE > WS-RUN-DATE OR
                               AM-CYCLE-NO NOT = WS-CYCLE-NO
                           SET END-OF-AUDIT-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       STORE-RESULT-ENTRY.
           IF AM-REVERSAL-FLAG NOT = "R"
               IF WS-RES-COUNT >= WS-RES-MAX
                   DISPLAY "CALCIMP: tabla de resultados llena, "
                       "secuencia " AM-SEQ-NO " no seguida"
               ELSE
                   ADD 1 TO WS-RES-COUNT
                   MOVE AM-SEQ-NO TO WS-RES-SEQ-NO(WS-RES-COUNT)
                   MOVE AM-OPCION TO WS-RES-OPCION(WS-RES-COUNT)
                   MOVE AM-NUM1 TO WS-RES-NUM1(WS-RES-COUNT)
                   MOVE AM-NUM2 TO WS-RES-NUM2(WS-RES-COUNT)
                   MOVE AM-RESULTADOS
                       TO WS-RES-RESULTADOS(WS-RES-COUNT)
                   MOVE AM-CURRENCY-CODE
                       TO WS-RES-CURRENCY(WS-RES-COUNT)
                   MOVE AM-REF-SEQ-1 TO WS-RES-REF-SEQ-1(WS-RES-COUNT)
                   MOVE AM-REF-SEQ-2 TO WS-RES-REF-SEQ-2(WS-RES-COUNT)
                   MOVE "N" TO WS-RES-AFFECTED(WS-RES-COUNT)
                   MOVE "N" TO WS-RES-EXPANDED(WS-RES-COUNT)
               END-IF
           END-IF
           PERFORM READ-NEXT-AUDIT-RECORD.

       FIND-RESULT-ENTRY.
           MOVE ZERO TO WS-RES-FOUND-IX
           MOVE 1 TO WS-RES-IX
           PERFORM SCAN-RESULT-ENTRY
               UNTIL WS-RES-IX > WS-RES-COUNT
                   OR WS-RES-FOUND-IX > ZERO.

       SCAN-RESULT-ENTRY.
           IF WS-RES-SEQ-NO(WS-RES-IX) = WS-LOOKUP-SEQ-NO
               MOVE WS-RES-IX TO WS-RES-FOUND-IX
           END-IF
           ADD 1 TO WS-RES-IX.

       MARK-STARTING-RESULTS.
           MOVE 1 TO WS-START-IX
           PERFORM MARK-ONE-START UNTIL WS-START-IX > WS-START-COUNT.

       MARK-ONE-START.
           MOVE WS-START-SEQ-NO(WS-START-IX) TO WS-LOOKUP-SEQ-NO
           PERFORM FIND-RESULT-ENTRY
           IF WS-RES-FOUND-IX = ZERO
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF WS-RES-AFFECTED(WS-RES-FOUND-IX) = "N"
                   MOVE "Y" TO WS-RES-AFFECTED(WS-RES-FOUND-IX)
                   ADD 1 TO WS-AFFECTED-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-START-IX.

      * A result is affected when either operand was chained from an
      * affected result. Passes repeat until one adds nothing, so
      * the chain is followed to any depth whatever order the
      * results sit in.
       MARK-DEPENDENT-PASS.
           MOVE "N" TO WS-MARKED-SWITCH
           MOVE 1 TO WS-CHILD-IX
           PERFORM CHECK-ONE-DEPENDENT UNTIL WS-CHILD-IX > WS-RES-COUNT.

       CHECK-ONE-DEPENDENT.
           IF WS-RES-AFFECTED(WS-CHILD-IX) = "N"
               IF WS-RES-REF-SEQ-1(WS-CHILD-IX) > ZERO
                   MOVE WS-RES-REF-SEQ-1(WS-CHILD-IX)
                       TO WS-LOOKUP-SEQ-NO
                   PERFORM MARK-IF-REF-AFFECTED
               END-IF
           END-IF
           IF WS-RES-AFFECTED(WS-CHILD-IX) = "N"
               IF WS-RES-REF-SEQ-2(WS-CHILD-IX) > ZERO
                   MOVE WS-RES-REF-SEQ-2(WS-CHILD-IX)
                       TO WS-LOOKUP-SEQ-NO
                   PERFORM MARK-IF-REF-AFFECTED
               END-IF
           END-IF
           ADD 1 TO WS-CHILD-IX.

       MARK-IF-REF-AFFECTED.
           PERFORM FIND-RESULT-ENTRY
           IF WS-RES-FOUND-IX > ZERO
               IF WS-RES-AFFECTED(WS-RES-FOUND-IX) = "Y"
                   MOVE "Y" TO WS-RES-AFFECTED(WS-CHILD-IX)
                   ADD 1 TO WS-AFFECTED-COUNT
                   ADD 1 TO WS-DEPENDENT-COUNT
                   SET PASS-MARKED-DEPENDENT TO TRUE
               END-IF
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE "CALCIMP - IMPACTO DE CADENA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-START-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE CORRIDA: " WS-RUN-DATE
               "  CICLO: " WS-CYCLE-NO
               "  SECUENCIAS DE ORIGEN: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NIV SECUENCIA/OPERACION/CUENTA GL/ORIGEN DE "
               "OPERANDOS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    2A LINEA: NUM1, NUM2 = RESULTADOS Y D/C "
               "CONTABILIZADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Each starting sequence heads its own tree. Depth-first: the
      * dependents of a result are printed under it before moving on
      * to its next sibling.
       PRINT-ONE-START-TREE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-START-SEQ-NO(WS-START-IX) TO WS-LOOKUP-SEQ-NO
           PERFORM FIND-RESULT-ENTRY
           IF WS-RES-FOUND-IX = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  0 " WS-LOOKUP-SEQ-NO
                   " *** NO ENCONTRADA EN LA FECHA " WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-RES-FOUND-IX TO WS-PRINT-IX
               MOVE ZERO TO WS-PRINT-LEVEL
               PERFORM PRINT-TREE-NODE
               IF NOT PRINT-AS-REPEAT
                   MOVE 1 TO WS-STACK-DEPTH
                   MOVE WS-RES-FOUND-IX TO WS-STK-RES-IX(1)
                   MOVE 1 TO WS-STK-NEXT-IX(1)
                   PERFORM WALK-TREE-STEP UNTIL WS-STACK-DEPTH = ZERO
               END-IF
           END-IF
           ADD 1 TO WS-START-IX.

      * Finds the next dependent of the result on top of the stack;
      * it is printed and, the first time it is met, walked in turn.
      * With no dependent left the level is done.
       WALK-TREE-STEP.
           MOVE WS-STK-RES-IX(WS-STACK-DEPTH) TO WS-RES-IX
           MOVE WS-RES-SEQ-NO(WS-RES-IX) TO WS-PARENT-SEQ-NO
           MOVE WS-STK-NEXT-IX(WS-STACK-DEPTH) TO WS-CHILD-IX
           MOVE ZERO TO WS-RES-FOUND-IX
           PERFORM SCAN-CHILD-ENTRY
               UNTIL WS-CHILD-IX > WS-RES-COUNT
                   OR WS-RES-FOUND-IX > ZERO
           IF WS-RES-FOUND-IX = ZERO
               SUBTRACT 1 FROM WS-STACK-DEPTH
           ELSE
               MOVE WS-CHILD-IX TO WS-STK-NEXT-IX(WS-STACK-DEPTH)
               MOVE WS-RES-FOUND-IX TO WS-PRINT-IX
               MOVE WS-STACK-DEPTH TO WS-PRINT-LEVEL
               PERFORM PRINT-TREE-NODE
               IF NOT PRINT-AS-REPEAT
                   IF WS-STACK-DEPTH >= WS-STACK-MAX
                       DISPLAY "CALCIMP: cadena demasiado profunda "
                           "en la secuencia "
                           WS-RES-SEQ-NO(WS-RES-FOUND-IX)
                   ELSE
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-RES-FOUND-IX
                           TO WS-STK-RES-IX(WS-STACK-DEPTH)
                       MOVE 1 TO WS-STK-NEXT-IX(WS-STACK-DEPTH)
                   END-IF
               END-IF
           END-IF.

       SCAN-CHILD-ENTRY.
           IF WS-RES-REF-SEQ-1(WS-CHILD-IX) = WS-PARENT-SEQ-NO OR
                   WS-RES-REF-SEQ-2(WS-CHILD-IX) = WS-PARENT-SEQ-NO
               MOVE WS-CHILD-IX TO WS-RES-FOUND-IX
           END-IF
           ADD 1 TO WS-CHILD-IX.

      * Two lines per result, indented two columns per level (the
      * indentation stops growing at level 15; the level number is
      * always printed). A result already expanded elsewhere in the
      * tree gets a single line pointing back to it.
       PRINT-TREE-NODE.
           MOVE "N" TO WS-PRINT-REPEAT-SWITCH
           IF WS-RES-EXPANDED(WS-PRINT-IX) = "Y"
               SET PRINT-AS-REPEAT TO TRUE
           ELSE
               MOVE "Y" TO WS-RES-EXPANDED(WS-PRINT-IX)
           END-IF
           IF WS-PRINT-LEVEL > WS-DEEPEST-LEVEL
               MOVE WS-PRINT-LEVEL TO WS-DEEPEST-LEVEL
           END-IF
           IF WS-PRINT-LEVEL > 15
               MOVE 30 TO WS-INDENT-WIDTH
           ELSE
               COMPUTE WS-INDENT-WIDTH = WS-PRINT-LEVEL * 2
           END-IF
           MOVE WS-PRINT-LEVEL TO WS-EDIT-LEVEL

           MOVE SPACES TO WS-REF-TEXT
           IF WS-RES-REF-SEQ-1(WS-PRINT-IX) > ZERO OR
                   WS-RES-REF-SEQ-2(WS-PRINT-IX) > ZERO
               STRING "DE " WS-RES-REF-SEQ-1(WS-PRINT-IX) "/"
                   WS-RES-REF-SEQ-2(WS-PRINT-IX)
                   DELIMITED BY SIZE INTO WS-REF-TEXT
           END-IF
           MOVE SPACES TO WS-GL-ACCOUNT
           PERFORM FIND-GL-ACCOUNT
           IF NOT GL-ACCOUNT-FOUND
               MOVE "SIN CUENTA" TO WS-GL-ACCOUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-EDIT-LEVEL TO REPORT-LINE
           COMPUTE WS-LINE-POS = 5 + WS-INDENT-WIDTH
           IF PRINT-AS-REPEAT
               STRING WS-RES-SEQ-NO(WS-PRINT-IX)
                   " (YA LISTADA ARRIBA CON SUS DEPENDIENTES)"
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER WS-LINE-POS
               WRITE REPORT-LINE
           ELSE
               STRING WS-RES-SEQ-NO(WS-PRINT-IX) " OP "
                   WS-RES-OPCION(WS-PRINT-IX) " CTA " WS-GL-ACCOUNT
                   " " WS-RES-CURRENCY(WS-PRINT-IX) " " WS-REF-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER WS-LINE-POS
               WRITE REPORT-LINE
               PERFORM PRINT-NODE-AMOUNTS
           END-IF.

      * CALCULOS posts a positive result as a debit and a negative
      * one as a credit of its absolute value.
       PRINT-NODE-AMOUNTS.
           MOVE WS-RES-NUM1(WS-PRINT-IX) TO WS-EDIT-NUM1
           MOVE WS-RES-NUM2(WS-PRINT-IX) TO WS-EDIT-NUM2
           MOVE WS-RES-RESULTADOS(WS-PRINT-IX) TO WS-EDIT-AMOUNT
           IF WS-RES-RESULTADOS(WS-PRINT-IX) >= ZERO
               MOVE "D" TO WS-DR-CR
           ELSE
               MOVE "C" TO WS-DR-CR
           END-IF
           MOVE SPACES TO REPORT-LINE
           COMPUTE WS-LINE-POS = 5 + WS-INDENT-WIDTH
           IF WS-LINE-POS > 31
               MOVE 31 TO WS-LINE-POS
           END-IF
           STRING WS-EDIT-NUM1 " " WS-EDIT-NUM2 " = " WS-EDIT-AMOUNT
               " " WS-DR-CR
               DELIMITED BY SIZE INTO REPORT-LINE
               WITH POINTER WS-LINE-POS
           WRITE REPORT-LINE.

      * The mapping in effect on the run date, exact currency first
      * and then the blank-currency entry, the way CALCULOS posted.
       FIND-GL-ACCOUNT.
           MOVE WS-RES-CURRENCY(WS-PRINT-IX) TO WS-ACCT-LOOKUP-CCY
           PERFORM SCAN-ACCT-FOR-CCY
           IF NOT GL-ACCOUNT-FOUND
               MOVE SPACES TO WS-ACCT-LOOKUP-CCY
               PERFORM SCAN-ACCT-FOR-CCY
           END-IF.

       SCAN-ACCT-FOR-CCY.
           MOVE "N" TO WS-ACCT-HIT-SWITCH
           MOVE ZERO TO WS-ACCT-BEST-DATE
           MOVE 1 TO WS-ACCT-IX
           PERFORM SCAN-ACCT-ENTRY
               UNTIL WS-ACCT-IX > WS-ACCT-COUNT.

       SCAN-ACCT-ENTRY.
           IF WS-ACC-OPCION(WS-ACCT-IX) = WS-RES-OPCION(WS-PRINT-IX)
                   AND
                   WS-ACC-CURRENCY(WS-ACCT-IX) = WS-ACCT-LOOKUP-CCY
                   AND
                   WS-ACC-EFF-DATE(WS-ACCT-IX) <= WS-RUN-DATE AND
                   WS-ACC-EFF-DATE(WS-ACCT-IX) >= WS-ACCT-BEST-DATE
               MOVE WS-ACC-EFF-DATE(WS-ACCT-IX) TO WS-ACCT-BEST-DATE
               MOVE WS-ACC-ACCOUNT(WS-ACCT-IX) TO WS-GL-ACCOUNT
               MOVE "Y" TO WS-ACCT-HIT-SWITCH
           END-IF
           ADD 1 TO WS-ACCT-IX.

      * One blank correction card and one suspense image per affected
      * result, in sequence order. A chained operand keeps its chain
      * only when the result it came from is being resubmitted too;
      * otherwise the value it resolved to is resubmitted literally.
       WRITE-CORRECTION-SET.
           OPEN OUTPUT CALC-CORRECTION-FILE
           OPEN OUTPUT CALC-IMPACT-SUSPENSE-FILE
           MOVE 1 TO WS-CHILD-IX
           PERFORM WRITE-ONE-CORRECTION UNTIL WS-CHILD-IX > WS-RES-COUNT
           CLOSE CALC-CORRECTION-FILE
           CLOSE CALC-IMPACT-SUSPENSE-FILE.

       WRITE-ONE-CORRECTION.
           IF WS-RES-AFFECTED(WS-CHILD-IX) = "Y"
               MOVE SPACES TO CORRECTION-RECORD
               MOVE WS-RES-SEQ-NO(WS-CHILD-IX) TO CO-SEQ-NO
               MOVE ZERO TO CO-REF-SEQ-1
               MOVE ZERO TO CO-REF-SEQ-2
               IF WS-RES-REF-SEQ-1(WS-CHILD-IX) > ZERO
                   MOVE WS-RES-REF-SEQ-1(WS-CHILD-IX)
                       TO WS-LOOKUP-SEQ-NO
                   PERFORM FIND-RESULT-ENTRY
                   IF WS-RES-FOUND-IX > ZERO
                       IF WS-RES-AFFECTED(WS-RES-FOUND-IX) = "Y"
                           MOVE "R" TO CO-REF-FLAG-1
                           MOVE WS-LOOKUP-SEQ-NO TO CO-REF-SEQ-1
                       END-IF
                   END-IF
               END-IF
               IF WS-RES-REF-SEQ-2(WS-CHILD-IX) > ZERO
                   MOVE WS-RES-REF-SEQ-2(WS-CHILD-IX)
                       TO WS-LOOKUP-SEQ-NO
                   PERFORM FIND-RESULT-ENTRY
                   IF WS-RES-FOUND-IX > ZERO
                       IF WS-RES-AFFECTED(WS-RES-FOUND-IX) = "Y"
                           MOVE "R" TO CO-REF-FLAG-2
                           MOVE WS-LOOKUP-SEQ-NO TO CO-REF-SEQ-2
                       END-IF
                   END-IF
               END-IF
               WRITE CORRECTION-RECORD
               ADD 1 TO WS-CARD-COUNT
               PERFORM WRITE-IMPACT-SUSPENSE
               PERFORM ADD-TO-CURRENCY-TOTALS
           END-IF
           ADD 1 TO WS-CHILD-IX.

       WRITE-IMPACT-SUSPENSE.
           MOVE WS-RES-SEQ-NO(WS-CHILD-IX) TO SU-SEQ-NO
           MOVE WS-RES-OPCION(WS-CHILD-IX) TO SU-OPCION
           MOVE WS-RES-NUM1(WS-CHILD-IX) TO SU-NUM1
           MOVE WS-RES-NUM2(WS-CHILD-IX) TO SU-NUM2
           MOVE "E010" TO SU-REASON-CODE
           IF WS-RES-REF-SEQ-1(WS-CHILD-IX) = ZERO AND
                   WS-RES-REF-SEQ-2(WS-CHILD-IX) = ZERO
               MOVE "Transaccion erronea, origen de cadena"
                   TO SU-REASON-TEXT
           ELSE
               MOVE "Encadenada a transaccion erronea"
                   TO SU-REASON-TEXT
           END-IF
           MOVE WS-RES-CURRENCY(WS-CHILD-IX) TO SU-CURRENCY-CODE
           MOVE WS-RUN-DATE TO SU-RUN-DATE
           MOVE WS-CYCLE-NO TO SU-CYCLE-NO
           WRITE SUSPENSE-RECORD.

       ADD-TO-CURRENCY-TOTALS.
           MOVE ZERO TO WS-CCY-FOUND-IX
           MOVE 1 TO WS-CCY-IX
           PERFORM SCAN-CURRENCY-ENTRY
               UNTIL WS-CCY-IX > WS-CCY-COUNT
                   OR WS-CCY-FOUND-IX > ZERO
           IF WS-CCY-FOUND-IX = ZERO
               IF WS-CCY-COUNT >= WS-CCY-MAX
                   DISPLAY "CALCIMP: tabla de monedas llena, "
                       WS-RES-CURRENCY(WS-CHILD-IX) " sin total"
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-RES-CURRENCY(WS-CHILD-IX)
                       TO WS-CCY-CODE(WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-RESULTS(WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-DEBIT-SUM(WS-CCY-COUNT)
                   MOVE ZERO TO WS-CCY-CREDIT-SUM(WS-CCY-COUNT)
                   MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IX
               END-IF
           END-IF
           IF WS-CCY-FOUND-IX > ZERO
               ADD 1 TO WS-CCY-RESULTS(WS-CCY-FOUND-IX)
               IF WS-RES-RESULTADOS(WS-CHILD-IX) >= ZERO
                   ADD WS-RES-RESULTADOS(WS-CHILD-IX)
                       TO WS-CCY-DEBIT-SUM(WS-CCY-FOUND-IX)
               ELSE
                   SUBTRACT WS-RES-RESULTADOS(WS-CHILD-IX)
                       FROM WS-CCY-CREDIT-SUM(WS-CCY-FOUND-IX)
               END-IF
           END-IF.

       SCAN-CURRENCY-ENTRY.
           IF WS-CCY-CODE(WS-CCY-IX) = WS-RES-CURRENCY(WS-CHILD-IX)
               MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
           END-IF
           ADD 1 TO WS-CCY-IX.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- CONTABILIZADO AFECTADO POR MONEDA --" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CCY-IX
           PERFORM PRINT-ONE-CURRENCY-TOTAL
               UNTIL WS-CCY-IX > WS-CCY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AFFECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTADOS AFECTADOS:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEPENDENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPENDIENTES:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEEPEST-LEVEL TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NIVEL MAS PROFUNDO:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CARD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TARJETAS CALCCOR:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ORIGENES NO ENCONTRADOS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
           MOVE WS-CCY-RESULTS(WS-CCY-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-CCY-CODE(WS-CCY-IX) " RESULTADOS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CCY-DEBIT-SUM(WS-CCY-IX) TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "    DEBITOS:  " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CCY-CREDIT-SUM(WS-CCY-IX) TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "    CREDITOS: " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-CCY-IX.

       END PROGRAM CALCIMP.
