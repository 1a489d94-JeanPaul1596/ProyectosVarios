      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Second-operator release of high-value results held
      *          by CALCULOS. A result over its limit on the limit
      *          master CALC-LIMIT-FILE is written to CALC-HOLD-FILE
      *          instead of posting; this program applies one
      *          decision card per held item from CALC-DECISION-FILE
      *          (keyed on the run date, cycle and sequence the item
      *          was held under; a blank cycle is cycle 01). An
      *          approved item posts exactly as the run would have:
      *          its result is appended to the result file of that
      *          run, its audit record to CALCAUD and its posting to
      *          CALC-GL-INTERFACE, all under the ORIGINAL run date
      *          and cycle and the GL account that was in effect for
      *          it, so CALCBAL, CALCAUL, CALCLOD and
      *          CALCGLX pick it up as part of that date. A rejected
      *          item goes to CALC-SUSPENSE-FILE under the original
      *          run date with reason E009 (and the card's reason
      *          text when one is given), where CALCFIX can correct
      *          and resubmit it like any other reject. Each decided
      *          item is rewritten on the hold file with its new
      *          status, the releasing operator and when.
      *          HR-OPERATOR-ID on CALC-REL-PARM-FILE is checked
      *          against the operator authorization master
      *          CALC-OPERATOR-FILE (maintained by CALCOMM): without
      *          the release permission the run is refused with
      *          RETURN-CODE 8 and the attempt is written to the
      *          security log CALCSLG. An item held from a batch the
      *          same operator ran is never released by that
      *          operator: the card is refused, the item stays held
      *          and the attempt is logged to CALCSLG as well. A
      *          decision for a run date inside a period CALCCLS has
      *          locked on CALC-PERIOD-LOCK-FILE is refused unless
      *          the parm card carries the explicit reopen
      *          authorization HR-REOPEN-AUTH = "Y". A register
      *          lists every decision and every refused or unmatched
      *          card; any refusal ends the run with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-REL-PARM-FILE ASSIGN TO "CALCHRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-DECISION-FILE ASSIGN TO "CALCHDC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CALC-RESULT-FILE ASSIGN DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CALCAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCRELR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT CALC-SECURITY-LOG ASSIGN TO "CALCSLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-LOG-FILE-STATUS.

           SELECT CALC-PERIOD-LOCK-FILE ASSIGN TO "CALCPLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REL-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCHRP.

       FD  CALC-DECISION-FILE
           RECORDING MODE IS F.
       COPY CALCHDC.

       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       COPY CALCHLD.

       FD  CALC-RESULT-FILE
           RECORDING MODE IS F.
       COPY CALCOUT.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       COPY CALCAUD.

       FD  CALC-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CALCSUS.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
       COPY CALCGL.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  CALC-OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CALCOPS.

       FD  CALC-SECURITY-LOG
           RECORDING MODE IS F.
       COPY CALCSLR.

       FD  CALC-PERIOD-LOCK-FILE
           RECORDING MODE IS F.
       COPY CALCPLK.

       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCOUT".

       01 WS-DECISION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RESULT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-DEC-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-DECISION-FILE VALUE "Y".
       01 WS-HOLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HOLD-FILE VALUE "Y".

       01 WS-DEC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEC-MAX PIC 9(4) VALUE 1000.
       01 WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 1000 TIMES.
               10 WS-DEC-RUN-DATE PIC 9(8).
               10 WS-DEC-CYCLE-NO PIC 9(2).
               10 WS-DEC-SEQ-NO PIC 9(6).
               10 WS-DEC-DECISION PIC X(1).
               10 WS-DEC-REASON-TEXT PIC X(40).
               10 WS-DEC-USED-SWITCH PIC X(1).
       01 WS-DEC-IX PIC 9(4) VALUE ZERO.
       01 WS-DEC-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-HELD-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-STILL-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPROVED-SUM PIC S9(9)V99 VALUE ZERO.
       01 WS-REJECTED-SUM PIC S9(9)V99 VALUE ZERO.

       01 WS-DISPOSITION PIC X(10) VALUE SPACES.
       01 WS-REFUSAL-TEXT PIC X(40) VALUE SPACES.

       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-OPR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE VALUE "Y".
       01 WS-OPR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(4) VALUE 100.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-RELEASE-AUTH PIC X(1).
       01 WS-OPR-IX PIC 9(4) VALUE ZERO.
       01 WS-OPR-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-OPR-MISSING-SWITCH PIC X VALUE "N".
           88 OPERATOR-MASTER-MISSING VALUE "Y".
       01 WS-AUTH-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-AUTH-FUNCTION PIC X(8) VALUE SPACES.
       01 WS-AUTH-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-AUTH-FLAG PIC X(1) VALUE "N".

       01 WS-LOCK-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCK-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOCK-FILE VALUE "Y".
       01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCK-MAX PIC 9(4) VALUE 240.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-PERIOD OCCURS 240 TIMES PIC 9(6).
       01 WS-LOCK-IX PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-LOCKED-SWITCH PIC X VALUE "N".
           88 HOLD-PERIOD-LOCKED VALUE "Y".
       01 WS-LOCK-CHECK-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOCK-CHECK-DATE-X REDEFINES WS-LOCK-CHECK-DATE.
           05 WS-LOCK-CHECK-PERIOD PIC 9(6).
           05 FILLER PIC XX.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-DATE PIC 9(8).
           05 WS-CD-TIME PIC 9(6).
           05 FILLER PIC X(7).

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT PIC -Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM READ-REL-PARM-FILE
           PERFORM CHECK-RELEASE-AUTHORITY
           PERFORM LOAD-LOCK-TABLE
           PERFORM LOAD-DECISION-TABLE

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REGISTER-HEADING

           PERFORM PROCESS-HOLD-FILE
           PERFORM LIST-UNMATCHED-CARDS
           PERFORM PRINT-REGISTER-TOTALS

           CLOSE REPORT-FILE

           DISPLAY "CALCREL: " WS-APPROVED-COUNT " aprobadas, "
               WS-REJECTED-COUNT " rechazadas, "
               WS-STILL-HELD-COUNT " siguen retenidas."
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY "CALCREL: " WS-REFUSED-COUNT
                   " tarjetas de decision NO aplicadas, ver registro"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-REL-PARM-FILE.
           OPEN INPUT CALC-REL-PARM-FILE
           READ CALC-REL-PARM-FILE
               AT END
                   DISPLAY "CALCREL: CALC-REL-PARM-FILE sin registros"
                   CLOSE CALC-REL-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE CALC-REL-PARM-FILE.

      * The operator must hold the release permission; a denial is
      * logged and refuses the run before any held item is touched.
       CHECK-RELEASE-AUTHORITY.
           PERFORM LOAD-OPERATOR-TABLE
           MOVE HR-OPERATOR-ID TO WS-AUTH-OPERATOR
           MOVE HR-RUN-DATE TO WS-AUTH-RUN-DATE
           MOVE "LIBERAC" TO WS-AUTH-FUNCTION
           PERFORM CHECK-OPERATOR-AUTH.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT CALC-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "35"
               DISPLAY "CALCREL: sin maestro de operadores, "
                   "control de autorizacion no activo"
               SET OPERATOR-MASTER-MISSING TO TRUE
               SET END-OF-OPERATOR-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-OPERATOR-RECORD
               PERFORM STORE-OPERATOR-ENTRY
                   UNTIL END-OF-OPERATOR-FILE
               CLOSE CALC-OPERATOR-FILE
           END-IF.

       READ-NEXT-OPERATOR-RECORD.
           READ CALC-OPERATOR-FILE
               AT END
                   SET END-OF-OPERATOR-FILE TO TRUE
           END-READ.

       STORE-OPERATOR-ENTRY.
           IF WS-OPR-COUNT >= WS-OPR-MAX
               DISPLAY "CALCREL: tabla de operadores llena, "
                   OM-OPERATOR-ID " sin permisos"
           ELSE
               ADD 1 TO WS-OPR-COUNT
               MOVE OM-OPERATOR-ID TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE OM-RELEASE-AUTH
                   TO WS-OPR-RELEASE-AUTH(WS-OPR-COUNT)
           END-IF
           PERFORM READ-NEXT-OPERATOR-RECORD.

      * An operator not on the master holds no permission at all;
      * only a master that does not exist yet lets the run through,
      * so the control can be rolled out without bricking the shop.
       CHECK-OPERATOR-AUTH.
           IF NOT OPERATOR-MASTER-MISSING
               MOVE "N" TO WS-AUTH-FLAG
               MOVE ZERO TO WS-OPR-FOUND-IX
               MOVE 1 TO WS-OPR-IX
               PERFORM SCAN-OPERATOR-ENTRY
                   UNTIL WS-OPR-IX > WS-OPR-COUNT
                       OR WS-OPR-FOUND-IX > ZERO
               IF WS-OPR-FOUND-IX > ZERO
                   MOVE WS-OPR-RELEASE-AUTH(WS-OPR-FOUND-IX)
                       TO WS-AUTH-FLAG
               END-IF
               IF WS-AUTH-FLAG NOT = "Y"
                   PERFORM REFUSE-OPERATOR
               END-IF
           END-IF.

       SCAN-OPERATOR-ENTRY.
           IF WS-OPR-ID(WS-OPR-IX) = WS-AUTH-OPERATOR
               MOVE WS-OPR-IX TO WS-OPR-FOUND-IX
           END-IF
           ADD 1 TO WS-OPR-IX.

       REFUSE-OPERATOR.
           DISPLAY "CALCREL: operador " WS-AUTH-OPERATOR
               " sin permiso de " WS-AUTH-FUNCTION
               ", corrida rechazada"
           PERFORM WRITE-SECURITY-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-SECURITY-LOG.
           OPEN EXTEND CALC-SECURITY-LOG
           IF WS-SEC-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CALC-SECURITY-LOG
           END-IF
           MOVE WS-CD-DATE TO SL-LOG-DATE
           MOVE WS-CD-TIME TO SL-LOG-TIME
           MOVE WS-AUTH-OPERATOR TO SL-OPERATOR-ID
           MOVE "CALCREL" TO SL-PROGRAM-ID
           MOVE WS-AUTH-FUNCTION TO SL-FUNCTION-CODE
           MOVE WS-AUTH-RUN-DATE TO SL-RUN-DATE
           WRITE SECURITY-LOG-RECORD
           CLOSE CALC-SECURITY-LOG.

      * Held items can belong to several run dates, so every locked
      * period is kept and each decision checks its own date.
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
               DISPLAY "CALCREL: tabla de periodos cerrados llena, "
                   "periodo " PL-PERIOD " perdido"
           ELSE
               ADD 1 TO WS-LOCK-COUNT
               MOVE PL-PERIOD TO WS-LOCK-PERIOD(WS-LOCK-COUNT)
           END-IF
           PERFORM READ-NEXT-LOCK-RECORD.

       CHECK-PERIOD-LOCK.
           MOVE HD-RUN-DATE TO WS-LOCK-CHECK-DATE
           MOVE "N" TO WS-PERIOD-LOCKED-SWITCH
           MOVE 1 TO WS-LOCK-IX
           PERFORM SCAN-LOCK-ENTRY
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT OR HOLD-PERIOD-LOCKED.

       SCAN-LOCK-ENTRY.
           IF WS-LOCK-PERIOD(WS-LOCK-IX) = WS-LOCK-CHECK-PERIOD
               SET HOLD-PERIOD-LOCKED TO TRUE
           END-IF
           ADD 1 TO WS-LOCK-IX.

       LOAD-DECISION-TABLE.
           OPEN INPUT CALC-DECISION-FILE
           IF WS-DECISION-FILE-STATUS = "35"
               DISPLAY "CALCREL: sin tarjetas de decision, solo se"
                   " lista lo retenido"
               SET END-OF-DECISION-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-DECISION-CARD
               PERFORM STORE-DECISION-ENTRY
                   UNTIL END-OF-DECISION-FILE
               CLOSE CALC-DECISION-FILE
           END-IF.

       READ-NEXT-DECISION-CARD.
           READ CALC-DECISION-FILE
               AT END
                   SET END-OF-DECISION-FILE TO TRUE
           END-READ.

       STORE-DECISION-ENTRY.
           IF WS-DEC-COUNT >= WS-DEC-MAX
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CALCREL: tabla de decisiones llena, tarjeta "
                   HC-RUN-DATE " " HC-SEQ-NO " no aplicada"
           ELSE
               ADD 1 TO WS-DEC-COUNT
               MOVE HC-RUN-DATE TO WS-DEC-RUN-DATE(WS-DEC-COUNT)
               MOVE HC-SEQ-NO TO WS-DEC-SEQ-NO(WS-DEC-COUNT)
               IF HC-CYCLE-NO NUMERIC AND HC-CYCLE-NO > ZERO
                   MOVE HC-CYCLE-NO TO WS-DEC-CYCLE-NO(WS-DEC-COUNT)
               ELSE
                   MOVE 1 TO WS-DEC-CYCLE-NO(WS-DEC-COUNT)
               END-IF
               MOVE HC-DECISION TO WS-DEC-DECISION(WS-DEC-COUNT)
               MOVE HC-REASON-TEXT
                   TO WS-DEC-REASON-TEXT(WS-DEC-COUNT)
               MOVE "N" TO WS-DEC-USED-SWITCH(WS-DEC-COUNT)
           END-IF
           PERFORM READ-NEXT-DECISION-CARD.

      * One pass over the hold file opened I-O: every item still
      * held is matched to its decision card and rewritten in place
      * with the outcome; items without a card stay held.
       PROCESS-HOLD-FILE.
           OPEN I-O CALC-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               DISPLAY "CALCREL: no hay archivo de retenidas, nada"
                   " que liberar"
               SET END-OF-HOLD-FILE TO TRUE
           ELSE
               OPEN EXTEND AUDIT-TRAIL-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-TRAIL-FILE
               END-IF
               OPEN EXTEND CALC-SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-SUSPENSE-FILE
               END-IF
               OPEN EXTEND CALC-GL-INTERFACE
               IF WS-GL-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-GL-INTERFACE
               END-IF
               PERFORM READ-NEXT-HOLD-RECORD
               PERFORM DECIDE-ONE-HOLD UNTIL END-OF-HOLD-FILE
               CLOSE AUDIT-TRAIL-FILE
               CLOSE CALC-SUSPENSE-FILE
               CLOSE CALC-GL-INTERFACE
               CLOSE CALC-HOLD-FILE
           END-IF.

       READ-NEXT-HOLD-RECORD.
           READ CALC-HOLD-FILE
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.

       DECIDE-ONE-HOLD.
           IF HD-HELD
               ADD 1 TO WS-HELD-READ-COUNT
               PERFORM FIND-DECISION-CARD
               IF WS-DEC-FOUND-IX > ZERO
                   MOVE "Y" TO WS-DEC-USED-SWITCH(WS-DEC-FOUND-IX)
                   PERFORM APPLY-DECISION
               ELSE
                   ADD 1 TO WS-STILL-HELD-COUNT
                   MOVE "RETENIDA" TO WS-DISPOSITION
                   PERFORM PRINT-REGISTER-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-HOLD-RECORD.

       FIND-DECISION-CARD.
           MOVE ZERO TO WS-DEC-FOUND-IX
           MOVE 1 TO WS-DEC-IX
           PERFORM SCAN-DECISION-ENTRY
               UNTIL WS-DEC-IX > WS-DEC-COUNT
                   OR WS-DEC-FOUND-IX > ZERO.

       SCAN-DECISION-ENTRY.
           IF WS-DEC-RUN-DATE(WS-DEC-IX) = HD-RUN-DATE AND
                   WS-DEC-CYCLE-NO(WS-DEC-IX) = HD-CYCLE-NO AND
                   WS-DEC-SEQ-NO(WS-DEC-IX) = HD-SEQ-NO AND
                   WS-DEC-USED-SWITCH(WS-DEC-IX) = "N"
               MOVE WS-DEC-IX TO WS-DEC-FOUND-IX
           END-IF
           ADD 1 TO WS-DEC-IX.

      * Segregation of duties comes first: whoever ran the batch
      * cannot release what it held, whatever the card says.
       APPLY-DECISION.
           MOVE SPACES TO WS-REFUSAL-TEXT
           PERFORM CHECK-PERIOD-LOCK
           IF HD-OPERATOR-ID = HR-OPERATOR-ID
               MOVE HR-OPERATOR-ID TO WS-AUTH-OPERATOR
               MOVE HD-RUN-DATE TO WS-AUTH-RUN-DATE
               MOVE "AUTOLIB" TO WS-AUTH-FUNCTION
               PERFORM WRITE-SECURITY-LOG
               MOVE "MISMO OPERADOR QUE CORRIO EL LOTE"
                   TO WS-REFUSAL-TEXT
           ELSE
               IF HOLD-PERIOD-LOCKED AND HR-REOPEN-AUTH NOT = "Y"
                   MOVE "PERIODO CERRADO, REQUIERE REAPERTURA"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF
           IF WS-REFUSAL-TEXT = SPACES
               EVALUATE WS-DEC-DECISION(WS-DEC-FOUND-IX)
                   WHEN "A"
                       PERFORM POST-APPROVED-ITEM
                   WHEN "R"
                       PERFORM REJECT-HELD-ITEM
                   WHEN OTHER
                       MOVE "DECISION INVALIDA, USE A O R"
                           TO WS-REFUSAL-TEXT
               END-EVALUATE
           END-IF
           IF WS-REFUSAL-TEXT NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE "RECHAZO" TO WS-DISPOSITION
               PERFORM PRINT-REGISTER-LINE
               PERFORM PRINT-REFUSAL-LINE
           END-IF.

      * The result goes back into the result file of the run that
      * held it, so CALCBAL and CALCLOD see it with that run date.
       POST-APPROVED-ITEM.
           MOVE HD-RESULT-FILENAME TO WS-OUTPUT-FILENAME
           OPEN EXTEND CALC-RESULT-FILE
           IF WS-RESULT-FILE-STATUS = "35"
               OPEN OUTPUT CALC-RESULT-FILE
           END-IF
           MOVE HD-SEQ-NO TO RS-SEQ-NO
           MOVE HD-OPCION TO RS-OPCION
           MOVE HD-NUM1 TO RS-NUM1
           MOVE HD-NUM2 TO RS-NUM2
           MOVE HD-RESULTADOS TO RS-RESULTADOS
           MOVE HD-CURRENCY-CODE TO RS-CURRENCY-CODE
           MOVE HD-CYCLE-NO TO RS-CYCLE-NO
           WRITE CALC-RESULT-RECORD
           CLOSE CALC-RESULT-FILE

           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-GL-RECORD

           SET HD-APPROVED TO TRUE
           PERFORM REWRITE-HOLD-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD HD-RESULTADOS TO WS-APPROVED-SUM
           MOVE "APROBADA" TO WS-DISPOSITION
           PERFORM PRINT-REGISTER-LINE.

       WRITE-AUDIT-RECORD.
           MOVE HD-SEQ-NO TO AU-SEQ-NO
           MOVE HD-OPCION TO AU-OPCION
           MOVE HD-NUM1 TO AU-NUM1
           MOVE HD-NUM2 TO AU-NUM2
           MOVE HD-RESULTADOS TO AU-RESULTADOS
           MOVE HD-CURRENCY-CODE TO AU-CURRENCY-CODE
           MOVE HD-RUN-DATE TO AU-RUN-DATE
           MOVE HD-CYCLE-NO TO AU-CYCLE-NO
           MOVE WS-CD-TIME TO AU-RUN-TIME
           MOVE HR-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE HD-REF-SEQ-1 TO AU-REF-SEQ-1
           MOVE HD-REF-SEQ-2 TO AU-REF-SEQ-2
           MOVE SPACE TO AU-REVERSAL-FLAG
           WRITE AUDIT-TRAIL-RECORD.

       WRITE-GL-RECORD.
           MOVE HD-GL-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE FUNCTION ABS(HD-RESULTADOS) TO GL-AMOUNT
           IF HD-RESULTADOS >= ZERO
               MOVE "D" TO GL-DR-CR-INDICATOR
           ELSE
               MOVE "C" TO GL-DR-CR-INDICATOR
           END-IF
           MOVE HD-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE HD-RUN-DATE TO GL-RUN-DATE
           MOVE SPACE TO GL-REVERSAL-FLAG
           MOVE ZERO TO GL-ORIG-RUN-DATE
           MOVE HD-CYCLE-NO TO GL-CYCLE-NO
           MOVE ZERO TO GL-ORIG-CYCLE-NO
           WRITE GL-INTERFACE-RECORD.

      * A rejected item suspenses with its resolved operands, the
      * way CALCFIX expects to find it for correction.
       REJECT-HELD-ITEM.
           MOVE HD-SEQ-NO TO SU-SEQ-NO
           MOVE HD-OPCION TO SU-OPCION
           MOVE HD-NUM1 TO SU-NUM1
           MOVE HD-NUM2 TO SU-NUM2
           MOVE "E009" TO SU-REASON-CODE
           IF WS-DEC-REASON-TEXT(WS-DEC-FOUND-IX) = SPACES
               MOVE "Rechazada en liberacion de alto valor"
                   TO SU-REASON-TEXT
           ELSE
               MOVE WS-DEC-REASON-TEXT(WS-DEC-FOUND-IX)
                   TO SU-REASON-TEXT
           END-IF
           MOVE HD-CURRENCY-CODE TO SU-CURRENCY-CODE
           MOVE HD-RUN-DATE TO SU-RUN-DATE
           MOVE HD-CYCLE-NO TO SU-CYCLE-NO
           WRITE SUSPENSE-RECORD

           SET HD-REJECTED TO TRUE
           PERFORM REWRITE-HOLD-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           ADD HD-RESULTADOS TO WS-REJECTED-SUM
           MOVE "RECHAZADA" TO WS-DISPOSITION
           PERFORM PRINT-REGISTER-LINE.

       REWRITE-HOLD-RECORD.
           MOVE HR-OPERATOR-ID TO HD-RELEASE-OPERATOR
           MOVE WS-CD-DATE TO HD-RELEASE-DATE
           MOVE WS-CD-TIME TO HD-RELEASE-TIME
           REWRITE HOLD-RECORD.

      * A card that matched nothing still held is listed, so a
      * mistyped sequence number cannot look like a release.
       LIST-UNMATCHED-CARDS.
           MOVE 1 TO WS-DEC-IX
           PERFORM CHECK-UNMATCHED-CARD UNTIL WS-DEC-IX > WS-DEC-COUNT.

       CHECK-UNMATCHED-CARD.
           IF WS-DEC-USED-SWITCH(WS-DEC-IX) = "N"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "TARJETA " WS-DEC-RUN-DATE(WS-DEC-IX)
                   "/" WS-DEC-CYCLE-NO(WS-DEC-IX)
                   " SEC " WS-DEC-SEQ-NO(WS-DEC-IX)
                   " SIN PARTIDA RETENIDA PENDIENTE, NO APLICADA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-DEC-IX.

       PRINT-REGISTER-HEADING.
           MOVE "CALCREL - REGISTRO DE LIBERACION DE PARTIDAS RETENIDAS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA: " HR-RUN-DATE
               "  OPERADOR QUE LIBERA: " HR-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA/CI    SEC    OP MON  RESULTADOS CUENTA     "
               "CORRIO   DISPOSICION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REGISTER-LINE.
           MOVE HD-RESULTADOS TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING HD-RUN-DATE "/" HD-CYCLE-NO " " HD-SEQ-NO " "
               HD-OPCION " "
               HD-CURRENCY-CODE " " WS-EDIT-AMOUNT " "
               HD-GL-ACCOUNT " " HD-OPERATOR-ID " " WS-DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REFUSAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "         TARJETA NO APLICADA: " WS-REFUSAL-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HELD-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PARTIDAS RETENIDAS LEIDAS:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
           MOVE WS-APPROVED-SUM TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "APROBADAS Y CONTABILIZADAS: " WS-EDIT-COUNT
               "  " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-REJECTED-SUM TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "RECHAZADAS A SUSPENSO:      " WS-EDIT-COUNT
               "  " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STILL-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SIGUEN RETENIDAS:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TARJETAS NO APLICADAS:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM CALCREL.
