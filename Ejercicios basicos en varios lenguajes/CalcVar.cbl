      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Result variance exception report, run after
      *          CALCLOD and before CALCGLX. A bad extract can pass
      *          every CALCEDT and CALCULOS edit with numbers that
      *          are valid but wildly wrong (a decimal shift in a
      *          department's spreadsheet makes its day ten times
      *          its usual size). This program takes the run date's
      *          results from CALC-RESULT-MASTER, attributes each to
      *          its department through the merge cross reference
      *          (the run date's block on CALC-XREF-HISTORY-FILE,
      *          or CALC-MERGE-XREF-FILE when the history has none),
      *          and compares each department, OPCION and currency's
      *          result count and RESULTADOS total with its trailing
      *          average over the last N run dates completed before
      *          it on the run-control log (N on the parm card). A
      *          combination missing on a prior date counts as zero
      *          there, and one that sent nothing today is judged
      *          too. The tolerances come from the variance
      *          threshold master CALC-VARIANCE-THRESHOLD-FILE
      *          (maintained by CALCVTM). Exceptions are ranked by
      *          the size of the amount deviation and each lists the
      *          largest individual results behind it. Anything
      *          flagged ends the run with RETURN-CODE 4 so the
      *          scheduler can hold CALCGLX until someone looks.
      *          A date is compared whole, every processing cycle of
      *          it together, so the run goes after the date's last
      *          cycle; each cycle's results are attributed through
      *          that cycle's own merge block.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-VARIANCE-PARM-FILE ASSIGN TO "CALCVRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-RUN-LOG-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT CALC-RESULT-MASTER ASSIGN TO "CALCRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CALC-XREF-HISTORY-FILE ASSIGN TO "CALCMXH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CALC-MERGE-XREF-FILE ASSIGN TO "CALCMRX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CALC-VARIANCE-THRESHOLD-FILE ASSIGN TO "CALCVTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCVARR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-VARIANCE-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCVRP.

       FD  CALC-RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCRUN.

       FD  CALC-RESULT-MASTER.
       COPY CALCRMS.

       FD  CALC-XREF-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CALCMXH.

       FD  CALC-MERGE-XREF-FILE
           RECORDING MODE IS F.
       COPY CALCMRX.

       FD  CALC-VARIANCE-THRESHOLD-FILE
           RECORDING MODE IS F.
       COPY CALCVTH.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-THRESHOLD-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-RUN-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUN-LOG-FILE VALUE "Y".
       01 WS-RESULT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RESULT-FILE VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".
       01 WS-XREF-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-XREF-FILE VALUE "Y".
       01 WS-THR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-THRESHOLD-FILE VALUE "Y".

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-WANTED PIC 9(2) VALUE 5.
       01 WS-PRIOR-MAX PIC 9(2) VALUE 30.
       01 WS-TOP-WANTED PIC 9(2) VALUE 3.
       01 WS-TOP-MAX PIC 9(2) VALUE 10.

      * Dates examined: entry 1 is the run date, the rest the latest
      * prior run dates that completed on the run-control log.
       01 WS-DATE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 31 TIMES.
               10 WS-DT-RUN-DATE PIC 9(8).
               10 WS-DT-RESULT-COUNT PIC 9(6).
       01 WS-DATE-IX PIC 9(2) VALUE ZERO.
       01 WS-DATE-FOUND-IX PIC 9(2) VALUE ZERO.
       01 WS-LOWEST-DATE-IX PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOOKUP-CYCLE-NO PIC 9(2) VALUE ZERO.
       01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-USED PIC 9(2) VALUE ZERO.

      * One block per processing cycle of a date examined, pointing
      * at the cycle's latest block of cross references; the block
      * is numbered from 1 with no gaps, so sequence N of a cycle
      * sits at start + N - 1.
       01 WS-BLOCK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BLOCK-MAX PIC 9(4) VALUE 1000.
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ENTRY OCCURS 1000 TIMES.
               10 WS-BK-DATE-IX PIC 9(2).
               10 WS-BK-CYCLE-NO PIC 9(2).
               10 WS-BK-XREF-START PIC 9(6).
               10 WS-BK-XREF-COUNT PIC 9(6).
       01 WS-BLOCK-IX PIC 9(4) VALUE ZERO.
       01 WS-BLOCK-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-RUN-DATE-BLOCKS PIC 9(4) VALUE ZERO.
       01 WS-BLOCK-SEQ-COUNT PIC 9(6) VALUE ZERO.

       01 WS-XREF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-XREF-MAX PIC 9(6) VALUE 100000.
       01 WS-XREF-TABLE.
           05 WS-XR-DEPT-ID OCCURS 100000 TIMES PIC X(4).
       01 WS-XREF-IX PIC 9(6) VALUE ZERO.
       01 WS-XREF-LOST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-XREF-GAP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-DEPT-ID PIC X(4) VALUE SPACES.
       01 WS-UNATTRIBUTED-COUNT PIC 9(6) VALUE ZERO.

      * One entry per department, operation and currency seen on
      * the run date or any prior date.
       01 WS-CMB-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CMB-MAX PIC 9(4) VALUE 2000.
       01 WS-CMB-TABLE.
           05 WS-CMB-ENTRY OCCURS 2000 TIMES.
               10 WS-CMB-DEPT-ID PIC X(4).
               10 WS-CMB-OPCION PIC 9(2).
               10 WS-CMB-CURRENCY PIC X(3).
               10 WS-CMB-TODAY-COUNT PIC 9(7).
               10 WS-CMB-TODAY-TOTAL PIC S9(11)V99.
               10 WS-CMB-PRIOR-COUNT PIC 9(9).
               10 WS-CMB-PRIOR-TOTAL PIC S9(13)V99.
       01 WS-CMB-IX PIC 9(4) VALUE ZERO.
       01 WS-CMB-FOUND-IX PIC 9(4) VALUE ZERO.

      * The run date's individual results, for the largest-result
      * listing behind each exception.
       01 WS-TODAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-MAX PIC 9(5) VALUE 20000.
       01 WS-TODAY-TABLE.
           05 WS-TODAY-ENTRY OCCURS 20000 TIMES.
               10 WS-TD-SEQ-NO PIC 9(6).
               10 WS-TD-CMB-IX PIC 9(4).
               10 WS-TD-RESULTADOS PIC S9(7)V99.
               10 WS-TD-LISTED PIC X(1).
       01 WS-TODAY-IX PIC 9(5) VALUE ZERO.
       01 WS-TODAY-FOUND-IX PIC 9(5) VALUE ZERO.
       01 WS-TODAY-LOST-COUNT PIC 9(5) VALUE ZERO.

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
       01 WS-THR-IX PIC 9(4) VALUE ZERO.
       01 WS-THR-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-THR-SCORE PIC 9 VALUE ZERO.
       01 WS-THR-BEST-SCORE PIC 9 VALUE ZERO.

       01 WS-EXC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXC-MAX PIC 9(4) VALUE 2000.
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES.
               10 WS-EXC-CMB-IX PIC 9(4).
               10 WS-EXC-SIZE PIC S9(11)V99.
               10 WS-EXC-AVG-COUNT PIC 9(7)V9.
               10 WS-EXC-AVG-TOTAL PIC S9(11)V99.
               10 WS-EXC-COUNT-PCT PIC 9(5)V9.
               10 WS-EXC-AMOUNT-PCT PIC 9(5)V9.
               10 WS-EXC-COUNT-FLAG PIC X(1).
               10 WS-EXC-AMOUNT-FLAG PIC X(1).
               10 WS-EXC-PRINTED PIC X(1).
       01 WS-EXC-IX PIC 9(4) VALUE ZERO.
       01 WS-EXC-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-RANK PIC 9(4) VALUE ZERO.

       01 WS-NO-HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NO-THRESHOLD-COUNT PIC 9(4) VALUE ZERO.

       01 WS-AVG-COUNT PIC 9(7)V9 VALUE ZERO.
       01 WS-AVG-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-COUNT-DEV PIC 9(7)V9 VALUE ZERO.
       01 WS-AMOUNT-DEV PIC S9(11)V99 VALUE ZERO.
       01 WS-ABS-AVG-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-WORK-PCT PIC 9(11)V9 VALUE ZERO.
       01 WS-COUNT-PCT PIC 9(5)V9 VALUE ZERO.
       01 WS-AMOUNT-PCT PIC 9(5)V9 VALUE ZERO.
       01 WS-COUNT-OUT-SWITCH PIC X VALUE "N".
           88 COUNT-OUT-OF-TOLERANCE VALUE "Y".
       01 WS-AMOUNT-OUT-SWITCH PIC X VALUE "N".
           88 AMOUNT-OUT-OF-TOLERANCE VALUE "Y".

       01 WS-BEST-SIZE PIC S9(11)V99 VALUE ZERO.
       01 WS-TOP-IX PIC 9(2) VALUE ZERO.
       01 WS-DATE-LINE-COUNT PIC 9 VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-AVG-COUNT PIC ZZZ,ZZ9.9.
       01 WS-EDIT-PCT PIC ZZ,ZZ9.9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AVG-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT PIC -Z(6)9.99.
       01 WS-EDIT-RANK PIC ZZ9.
       01 WS-COUNT-MARK PIC X(2) VALUE SPACES.
       01 WS-AMOUNT-MARK PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-VARIANCE-PARM-FILE
           PERFORM FIND-PRIOR-RUN-DATES
           PERFORM LOAD-XREF-HISTORY
           PERFORM COUNT-RUN-DATE-BLOCKS
           IF WS-RUN-DATE-BLOCKS = ZERO
               PERFORM LOAD-CURRENT-XREF
           END-IF
           PERFORM LOAD-THRESHOLD-TABLE
           PERFORM ACCUMULATE-RESULTS
           PERFORM COUNT-PRIOR-DATES-USED

           MOVE 1 TO WS-CMB-IX
           PERFORM EVALUATE-ONE-COMBINATION
               UNTIL WS-CMB-IX > WS-CMB-COUNT

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           MOVE ZERO TO WS-RANK
           PERFORM PRINT-NEXT-EXCEPTION WS-EXC-COUNT TIMES
           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "CALCVAR: fecha " WS-RUN-DATE ", "
               WS-CMB-COUNT " combinaciones, " WS-EXC-COUNT
               " fuera de tolerancia"
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-VARIANCE-PARM-FILE.
           OPEN INPUT CALC-VARIANCE-PARM-FILE
           READ CALC-VARIANCE-PARM-FILE
               AT END
                   DISPLAY "CALCVAR: CALC-VARIANCE-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-VARIANCE-PARM-FILE
                   STOP RUN
           END-READ
           MOVE VP-RUN-DATE TO WS-RUN-DATE
           IF VP-PRIOR-DATES NUMERIC AND VP-PRIOR-DATES > ZERO
               MOVE VP-PRIOR-DATES TO WS-PRIOR-WANTED
           END-IF
           IF WS-PRIOR-WANTED > WS-PRIOR-MAX
               MOVE WS-PRIOR-MAX TO WS-PRIOR-WANTED
           END-IF
           IF VP-TOP-RESULTS NUMERIC AND VP-TOP-RESULTS > ZERO
               MOVE VP-TOP-RESULTS TO WS-TOP-WANTED
           END-IF
           IF WS-TOP-WANTED > WS-TOP-MAX
               MOVE WS-TOP-MAX TO WS-TOP-WANTED
           END-IF
           CLOSE CALC-VARIANCE-PARM-FILE.

      * The prior dates are the latest ones before the run date with
      * an end record on the run-control log; a date run more than
      * once is taken once.
       FIND-PRIOR-RUN-DATES.
           MOVE 1 TO WS-DATE-COUNT
           INITIALIZE WS-DATE-ENTRY(1)
           MOVE WS-RUN-DATE TO WS-DT-RUN-DATE(1)
           OPEN INPUT CALC-RUN-LOG-FILE
           IF WS-RUN-LOG-FILE-STATUS = "35"
               DISPLAY "CALCVAR: sin log de corridas, no hay fechas "
                   "previas para comparar"
               SET END-OF-RUN-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RUN-LOG-RECORD
               PERFORM CHECK-ONE-RUN-LOG-RECORD
                   UNTIL END-OF-RUN-LOG-FILE
               CLOSE CALC-RUN-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO WS-FIRST-DATE
           MOVE 2 TO WS-DATE-IX
           PERFORM FIND-FIRST-DATE UNTIL WS-DATE-IX > WS-DATE-COUNT.

       READ-NEXT-RUN-LOG-RECORD.
           READ CALC-RUN-LOG-FILE
               AT END
                   SET END-OF-RUN-LOG-FILE TO TRUE
           END-READ.

       CHECK-ONE-RUN-LOG-RECORD.
           IF RN-RUN-END AND RN-RUN-DATE < WS-RUN-DATE
               MOVE RN-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-DATE-ENTRY
               IF WS-DATE-FOUND-IX = ZERO
                   PERFORM KEEP-PRIOR-DATE
               END-IF
           END-IF
           PERFORM READ-NEXT-RUN-LOG-RECORD.

      * Below the wanted number the date is added; once full it
      * replaces the earliest date kept, if it is later.
       KEEP-PRIOR-DATE.
           IF WS-DATE-COUNT <= WS-PRIOR-WANTED
               ADD 1 TO WS-DATE-COUNT
               INITIALIZE WS-DATE-ENTRY(WS-DATE-COUNT)
               MOVE WS-LOOKUP-DATE TO WS-DT-RUN-DATE(WS-DATE-COUNT)
           ELSE
               MOVE 2 TO WS-LOWEST-DATE-IX
               MOVE 3 TO WS-DATE-IX
               PERFORM FIND-LOWEST-DATE
                   UNTIL WS-DATE-IX > WS-DATE-COUNT
               IF WS-LOOKUP-DATE > WS-DT-RUN-DATE(WS-LOWEST-DATE-IX)
                   INITIALIZE WS-DATE-ENTRY(WS-LOWEST-DATE-IX)
                   MOVE WS-LOOKUP-DATE
                       TO WS-DT-RUN-DATE(WS-LOWEST-DATE-IX)
               END-IF
           END-IF.

       FIND-LOWEST-DATE.
           IF WS-DT-RUN-DATE(WS-DATE-IX) <
                   WS-DT-RUN-DATE(WS-LOWEST-DATE-IX)
               MOVE WS-DATE-IX TO WS-LOWEST-DATE-IX
           END-IF
           ADD 1 TO WS-DATE-IX.

       FIND-FIRST-DATE.
           IF WS-DT-RUN-DATE(WS-DATE-IX) < WS-FIRST-DATE
               MOVE WS-DT-RUN-DATE(WS-DATE-IX) TO WS-FIRST-DATE
           END-IF
           ADD 1 TO WS-DATE-IX.

       FIND-DATE-ENTRY.
           MOVE ZERO TO WS-DATE-FOUND-IX
           MOVE 1 TO WS-DATE-IX
           PERFORM SCAN-DATE-ENTRY
               UNTIL WS-DATE-IX > WS-DATE-COUNT
                   OR WS-DATE-FOUND-IX > ZERO.

       SCAN-DATE-ENTRY.
           IF WS-DT-RUN-DATE(WS-DATE-IX) = WS-LOOKUP-DATE
               MOVE WS-DATE-IX TO WS-DATE-FOUND-IX
           END-IF
           ADD 1 TO WS-DATE-IX.

      * A rerun of CALCMRG for a date and cycle starts a new block
      * at sequence 1 and the latest block is the one that posted.
       LOAD-XREF-HISTORY.
           OPEN INPUT CALC-XREF-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "CALCVAR: sin historia de referencias, las "
                   "fechas previas quedan sin departamento"
               SET END-OF-HISTORY-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HISTORY-RECORD
               PERFORM STORE-XREF-ENTRY UNTIL END-OF-HISTORY-FILE
               CLOSE CALC-XREF-HISTORY-FILE
           END-IF
           IF WS-XREF-LOST-COUNT > ZERO OR WS-XREF-GAP-COUNT > ZERO
               DISPLAY "CALCVAR: " WS-XREF-LOST-COUNT
                   " referencias sin espacio en tabla, "
                   WS-XREF-GAP-COUNT " fuera de secuencia"
           END-IF.

       READ-NEXT-HISTORY-RECORD.
           READ CALC-XREF-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       STORE-XREF-ENTRY.
           MOVE MH-RUN-DATE TO WS-LOOKUP-DATE
           MOVE MH-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           PERFORM FIND-DATE-ENTRY
           IF WS-DATE-FOUND-IX > ZERO
               PERFORM FIND-OR-ADD-BLOCK
           END-IF
           IF WS-DATE-FOUND-IX > ZERO AND WS-BLOCK-FOUND-IX > ZERO
               IF MH-NEW-SEQ-NO = 1
                   COMPUTE WS-BK-XREF-START(WS-BLOCK-FOUND-IX) =
                       WS-XREF-COUNT + 1
                   MOVE ZERO TO WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX)
               END-IF
               IF MH-NEW-SEQ-NO NOT =
                       WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX) + 1
                   ADD 1 TO WS-XREF-GAP-COUNT
               ELSE
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       ADD 1 TO WS-XREF-LOST-COUNT
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       ADD 1 TO WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX)
                       MOVE MH-DEPT-ID TO WS-XR-DEPT-ID(WS-XREF-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

       FIND-BLOCK-ENTRY.
           MOVE ZERO TO WS-BLOCK-FOUND-IX
           MOVE 1 TO WS-BLOCK-IX
           PERFORM SCAN-BLOCK-ENTRY
               UNTIL WS-BLOCK-IX > WS-BLOCK-COUNT
                   OR WS-BLOCK-FOUND-IX > ZERO.

       SCAN-BLOCK-ENTRY.
           IF WS-BK-DATE-IX(WS-BLOCK-IX) = WS-DATE-FOUND-IX AND
                   WS-BK-CYCLE-NO(WS-BLOCK-IX) = WS-LOOKUP-CYCLE-NO
               MOVE WS-BLOCK-IX TO WS-BLOCK-FOUND-IX
           END-IF
           ADD 1 TO WS-BLOCK-IX.

       FIND-OR-ADD-BLOCK.
           PERFORM FIND-BLOCK-ENTRY
           IF WS-BLOCK-FOUND-IX = ZERO
               IF WS-BLOCK-COUNT >= WS-BLOCK-MAX
                   ADD 1 TO WS-XREF-LOST-COUNT
               ELSE
                   ADD 1 TO WS-BLOCK-COUNT
                   INITIALIZE WS-BLOCK-ENTRY(WS-BLOCK-COUNT)
                   MOVE WS-DATE-FOUND-IX
                       TO WS-BK-DATE-IX(WS-BLOCK-COUNT)
                   MOVE WS-LOOKUP-CYCLE-NO
                       TO WS-BK-CYCLE-NO(WS-BLOCK-COUNT)
                   MOVE WS-BLOCK-COUNT TO WS-BLOCK-FOUND-IX
               END-IF
           END-IF.

       COUNT-RUN-DATE-BLOCKS.
           MOVE ZERO TO WS-RUN-DATE-BLOCKS
           MOVE 1 TO WS-BLOCK-IX
           PERFORM COUNT-ONE-RUN-DATE-BLOCK
               UNTIL WS-BLOCK-IX > WS-BLOCK-COUNT.

       COUNT-ONE-RUN-DATE-BLOCK.
           IF WS-BK-DATE-IX(WS-BLOCK-IX) = 1 AND
                   WS-BK-XREF-COUNT(WS-BLOCK-IX) > ZERO
               ADD 1 TO WS-RUN-DATE-BLOCKS
           END-IF
           ADD 1 TO WS-BLOCK-IX.

      * The history has nothing for the run date (a merge from
      * before the history was kept, and so before cycles): the
      * current cross reference CALCMRG left is taken for its
      * cycle 01.
       LOAD-CURRENT-XREF.
           OPEN INPUT CALC-MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = "35"
               DISPLAY "CALCVAR: sin referencias de la fecha "
                   WS-RUN-DATE ", resultados sin departamento"
               SET END-OF-XREF-FILE TO TRUE
           ELSE
               MOVE 1 TO WS-DATE-FOUND-IX
               MOVE 1 TO WS-LOOKUP-CYCLE-NO
               PERFORM FIND-OR-ADD-BLOCK
               COMPUTE WS-BK-XREF-START(WS-BLOCK-FOUND-IX) =
                   WS-XREF-COUNT + 1
               MOVE ZERO TO WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX)
               READ CALC-MERGE-XREF-FILE
                   AT END
                       SET END-OF-XREF-FILE TO TRUE
               END-READ
               PERFORM STORE-CURRENT-XREF-ENTRY
                   UNTIL END-OF-XREF-FILE
               CLOSE CALC-MERGE-XREF-FILE
           END-IF.

       STORE-CURRENT-XREF-ENTRY.
           IF MX-NEW-SEQ-NO NOT =
                   WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX) + 1
               ADD 1 TO WS-XREF-GAP-COUNT
           ELSE
               IF WS-XREF-COUNT >= WS-XREF-MAX
                   ADD 1 TO WS-XREF-LOST-COUNT
               ELSE
                   ADD 1 TO WS-XREF-COUNT
                   ADD 1 TO WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX)
                   MOVE MX-DEPT-ID TO WS-XR-DEPT-ID(WS-XREF-COUNT)
               END-IF
           END-IF
           READ CALC-MERGE-XREF-FILE
               AT END
                   SET END-OF-XREF-FILE TO TRUE
           END-READ.

       LOAD-THRESHOLD-TABLE.
           OPEN INPUT CALC-VARIANCE-THRESHOLD-FILE
           IF WS-THRESHOLD-FILE-STATUS = "35"
               DISPLAY "CALCVAR: sin maestro de tolerancias, nada "
                   "se puede marcar"
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
               DISPLAY "CALCVAR: tabla de tolerancias llena, registro '"
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
           END-IF
           PERFORM READ-NEXT-THRESHOLD-RECORD.

      * One keyed browse from the earliest date examined through the
      * run date; dates in between that are not among those kept
      * are passed over.
       ACCUMULATE-RESULTS.
           OPEN INPUT CALC-RESULT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CALCVAR: maestro de resultados no disponible,"
                   " estado " WS-MASTER-FILE-STATUS
                   ". Corra CALCLOD primero."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FIRST-DATE TO RM-RUN-DATE
           MOVE ZERO TO RM-CYCLE-NO
           MOVE ZERO TO RM-SEQ-NO
           START CALC-RESULT-MASTER KEY >= RM-KEY
               INVALID KEY
                   SET END-OF-RESULT-FILE TO TRUE
           END-START
           PERFORM READ-NEXT-RESULT-RECORD
           PERFORM ACCUMULATE-ONE-RESULT UNTIL END-OF-RESULT-FILE
           CLOSE CALC-RESULT-MASTER.

       READ-NEXT-RESULT-RECORD.
           IF NOT END-OF-RESULT-FILE
               READ CALC-RESULT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-RESULT-FILE TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-RUN-DATE
                           SET END-OF-RESULT-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACCUMULATE-ONE-RESULT.
           MOVE RM-RUN-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-DATE-ENTRY
           IF WS-DATE-FOUND-IX > ZERO
               ADD 1 TO WS-DT-RESULT-COUNT(WS-DATE-FOUND-IX)
               PERFORM LOOKUP-RESULT-DEPT
               PERFORM FIND-OR-ADD-COMBINATION
               IF WS-CMB-FOUND-IX > ZERO
                   IF WS-DATE-FOUND-IX = 1
                       ADD 1 TO WS-CMB-TODAY-COUNT(WS-CMB-FOUND-IX)
                       ADD RM-RESULTADOS
                           TO WS-CMB-TODAY-TOTAL(WS-CMB-FOUND-IX)
                       PERFORM STORE-TODAY-RESULT
                   ELSE
                       ADD 1 TO WS-CMB-PRIOR-COUNT(WS-CMB-FOUND-IX)
                       ADD RM-RESULTADOS
                           TO WS-CMB-PRIOR-TOTAL(WS-CMB-FOUND-IX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-RESULT-RECORD.

      * A result the cross reference has no trace of is grouped
      * under department "----" rather than dropped.
       LOOKUP-RESULT-DEPT.
           MOVE "----" TO WS-LOOKUP-DEPT-ID
           MOVE RM-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           PERFORM FIND-BLOCK-ENTRY
           IF WS-BLOCK-FOUND-IX = ZERO
               MOVE ZERO TO WS-BLOCK-SEQ-COUNT
           ELSE
               MOVE WS-BK-XREF-COUNT(WS-BLOCK-FOUND-IX)
                   TO WS-BLOCK-SEQ-COUNT
           END-IF
           IF RM-SEQ-NO > ZERO AND RM-SEQ-NO <= WS-BLOCK-SEQ-COUNT
               COMPUTE WS-XREF-IX =
                   WS-BK-XREF-START(WS-BLOCK-FOUND-IX) + RM-SEQ-NO - 1
               MOVE WS-XR-DEPT-ID(WS-XREF-IX) TO WS-LOOKUP-DEPT-ID
           ELSE
               IF WS-DATE-FOUND-IX = 1
                   ADD 1 TO WS-UNATTRIBUTED-COUNT
               END-IF
           END-IF.

       FIND-OR-ADD-COMBINATION.
           MOVE ZERO TO WS-CMB-FOUND-IX
           MOVE 1 TO WS-CMB-IX
           PERFORM SCAN-COMBINATION-ENTRY
               UNTIL WS-CMB-IX > WS-CMB-COUNT
                   OR WS-CMB-FOUND-IX > ZERO
           IF WS-CMB-FOUND-IX = ZERO
               IF WS-CMB-COUNT >= WS-CMB-MAX
                   DISPLAY "CALCVAR: tabla de combinaciones llena, "
                       WS-LOOKUP-DEPT-ID " " RM-OPCION " "
                       RM-CURRENCY-CODE " sin revisar"
               ELSE
                   ADD 1 TO WS-CMB-COUNT
                   INITIALIZE WS-CMB-ENTRY(WS-CMB-COUNT)
                   MOVE WS-LOOKUP-DEPT-ID
                       TO WS-CMB-DEPT-ID(WS-CMB-COUNT)
                   MOVE RM-OPCION TO WS-CMB-OPCION(WS-CMB-COUNT)
                   MOVE RM-CURRENCY-CODE
                       TO WS-CMB-CURRENCY(WS-CMB-COUNT)
                   MOVE WS-CMB-COUNT TO WS-CMB-FOUND-IX
               END-IF
           END-IF.

       SCAN-COMBINATION-ENTRY.
           IF WS-CMB-DEPT-ID(WS-CMB-IX) = WS-LOOKUP-DEPT-ID AND
                   WS-CMB-OPCION(WS-CMB-IX) = RM-OPCION AND
                   WS-CMB-CURRENCY(WS-CMB-IX) = RM-CURRENCY-CODE
               MOVE WS-CMB-IX TO WS-CMB-FOUND-IX
           END-IF
           ADD 1 TO WS-CMB-IX.

       STORE-TODAY-RESULT.
           IF WS-TODAY-COUNT >= WS-TODAY-MAX
               ADD 1 TO WS-TODAY-LOST-COUNT
           ELSE
               ADD 1 TO WS-TODAY-COUNT
               MOVE RM-SEQ-NO TO WS-TD-SEQ-NO(WS-TODAY-COUNT)
               MOVE WS-CMB-FOUND-IX TO WS-TD-CMB-IX(WS-TODAY-COUNT)
               MOVE RM-RESULTADOS TO WS-TD-RESULTADOS(WS-TODAY-COUNT)
               MOVE "N" TO WS-TD-LISTED(WS-TODAY-COUNT)
           END-IF.

      * Only prior dates that actually have results on the master
      * make up the average.
       COUNT-PRIOR-DATES-USED.
           MOVE ZERO TO WS-PRIOR-USED
           MOVE 2 TO WS-DATE-IX
           PERFORM COUNT-ONE-PRIOR-DATE
               UNTIL WS-DATE-IX > WS-DATE-COUNT.

       COUNT-ONE-PRIOR-DATE.
           IF WS-DT-RESULT-COUNT(WS-DATE-IX) > ZERO
               ADD 1 TO WS-PRIOR-USED
           END-IF
           ADD 1 TO WS-DATE-IX.

      * Count check: off the average by more than the count
      * percentage. Amount check: off by more than the minimum
      * amount and, when the average is not zero, by more than the
      * amount percentage. A combination with no prior volume at
      * all is off by any amount it sends.
       EVALUATE-ONE-COMBINATION.
           IF WS-PRIOR-USED = ZERO
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               PERFORM FIND-THRESHOLD-ENTRY
               IF WS-THR-FOUND-IX = ZERO
                   ADD 1 TO WS-NO-THRESHOLD-COUNT
               ELSE
                   PERFORM CHECK-COMBINATION-TOLERANCE
               END-IF
           END-IF
           ADD 1 TO WS-CMB-IX.

       CHECK-COMBINATION-TOLERANCE.
           MOVE "N" TO WS-COUNT-OUT-SWITCH
           MOVE "N" TO WS-AMOUNT-OUT-SWITCH
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-CMB-PRIOR-COUNT(WS-CMB-IX) / WS-PRIOR-USED
           COMPUTE WS-AVG-TOTAL ROUNDED =
               WS-CMB-PRIOR-TOTAL(WS-CMB-IX) / WS-PRIOR-USED

           IF WS-CMB-TODAY-COUNT(WS-CMB-IX) > WS-AVG-COUNT
               COMPUTE WS-COUNT-DEV =
                   WS-CMB-TODAY-COUNT(WS-CMB-IX) - WS-AVG-COUNT
           ELSE
               COMPUTE WS-COUNT-DEV =
                   WS-AVG-COUNT - WS-CMB-TODAY-COUNT(WS-CMB-IX)
           END-IF
           IF WS-AVG-COUNT = ZERO
               MOVE 99999.9 TO WS-COUNT-PCT
           ELSE
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-COUNT-DEV * 100 / WS-AVG-COUNT
               PERFORM CAP-WORK-PERCENT
               MOVE WS-WORK-PCT TO WS-COUNT-PCT
           END-IF
           IF WS-COUNT-DEV > ZERO AND
                   WS-COUNT-PCT > WS-THR-COUNT-PCT(WS-THR-FOUND-IX)
               SET COUNT-OUT-OF-TOLERANCE TO TRUE
           END-IF

           COMPUTE WS-AMOUNT-DEV = FUNCTION ABS(
               WS-CMB-TODAY-TOTAL(WS-CMB-IX) - WS-AVG-TOTAL)
           COMPUTE WS-ABS-AVG-TOTAL = FUNCTION ABS(WS-AVG-TOTAL)
           IF WS-ABS-AVG-TOTAL = ZERO
               MOVE 99999.9 TO WS-AMOUNT-PCT
           ELSE
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-AMOUNT-DEV * 100 / WS-ABS-AVG-TOTAL
               PERFORM CAP-WORK-PERCENT
               MOVE WS-WORK-PCT TO WS-AMOUNT-PCT
           END-IF
           IF WS-AMOUNT-DEV > WS-THR-MIN-AMOUNT(WS-THR-FOUND-IX) AND
                   WS-AMOUNT-PCT > WS-THR-AMOUNT-PCT(WS-THR-FOUND-IX)
               SET AMOUNT-OUT-OF-TOLERANCE TO TRUE
           END-IF

           IF COUNT-OUT-OF-TOLERANCE OR AMOUNT-OUT-OF-TOLERANCE
               PERFORM STORE-EXCEPTION-ENTRY
           END-IF.

       CAP-WORK-PERCENT.
           IF WS-WORK-PCT > 99999.9
               MOVE 99999.9 TO WS-WORK-PCT
           END-IF.

       STORE-EXCEPTION-ENTRY.
           IF WS-EXC-COUNT >= WS-EXC-MAX
               DISPLAY "CALCVAR: tabla de excepciones llena, "
                   WS-CMB-DEPT-ID(WS-CMB-IX) " "
                   WS-CMB-OPCION(WS-CMB-IX) " "
                   WS-CMB-CURRENCY(WS-CMB-IX) " sin listar"
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-CMB-IX TO WS-EXC-CMB-IX(WS-EXC-COUNT)
               MOVE WS-AMOUNT-DEV TO WS-EXC-SIZE(WS-EXC-COUNT)
               MOVE WS-AVG-COUNT TO WS-EXC-AVG-COUNT(WS-EXC-COUNT)
               MOVE WS-AVG-TOTAL TO WS-EXC-AVG-TOTAL(WS-EXC-COUNT)
               MOVE WS-COUNT-PCT TO WS-EXC-COUNT-PCT(WS-EXC-COUNT)
               MOVE WS-AMOUNT-PCT TO WS-EXC-AMOUNT-PCT(WS-EXC-COUNT)
               MOVE WS-COUNT-OUT-SWITCH
                   TO WS-EXC-COUNT-FLAG(WS-EXC-COUNT)
               MOVE WS-AMOUNT-OUT-SWITCH
                   TO WS-EXC-AMOUNT-FLAG(WS-EXC-COUNT)
               MOVE "N" TO WS-EXC-PRINTED(WS-EXC-COUNT)
           END-IF.

      * The most specific tolerance on file wins: a department match
      * outweighs an operation match, which outweighs a currency
      * match.
       FIND-THRESHOLD-ENTRY.
           MOVE ZERO TO WS-THR-FOUND-IX
           MOVE ZERO TO WS-THR-BEST-SCORE
           MOVE 1 TO WS-THR-IX
           PERFORM SCAN-THRESHOLD-ENTRY UNTIL WS-THR-IX > WS-THR-COUNT.

       SCAN-THRESHOLD-ENTRY.
           IF (WS-THR-DEPT-ID(WS-THR-IX) = SPACES OR
                   WS-THR-DEPT-ID(WS-THR-IX) =
                   WS-CMB-DEPT-ID(WS-CMB-IX)) AND
                   (WS-THR-OPCION(WS-THR-IX) = ZERO OR
                   WS-THR-OPCION(WS-THR-IX) =
                   WS-CMB-OPCION(WS-CMB-IX)) AND
                   (WS-THR-CURRENCY(WS-THR-IX) = SPACES OR
                   WS-THR-CURRENCY(WS-THR-IX) =
                   WS-CMB-CURRENCY(WS-CMB-IX))
               MOVE 1 TO WS-THR-SCORE
               IF WS-THR-DEPT-ID(WS-THR-IX) NOT = SPACES
                   ADD 4 TO WS-THR-SCORE
               END-IF
               IF WS-THR-OPCION(WS-THR-IX) NOT = ZERO
                   ADD 2 TO WS-THR-SCORE
               END-IF
               IF WS-THR-CURRENCY(WS-THR-IX) NOT = SPACES
                   ADD 1 TO WS-THR-SCORE
               END-IF
               IF WS-THR-SCORE > WS-THR-BEST-SCORE
                   MOVE WS-THR-SCORE TO WS-THR-BEST-SCORE
                   MOVE WS-THR-IX TO WS-THR-FOUND-IX
               END-IF
           END-IF
           ADD 1 TO WS-THR-IX.

       PRINT-REPORT-HEADING.
           MOVE "CALCVAR - EXCEPCIONES DE VARIACION DE RESULTADOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE CORRIDA: " WS-RUN-DATE
               "  FECHAS PREVIAS PEDIDAS: " WS-PRIOR-WANTED
               "  USADAS: " WS-PRIOR-USED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "FECHAS PREVIAS:" TO REPORT-LINE
           MOVE ZERO TO WS-DATE-LINE-COUNT
           MOVE 2 TO WS-DATE-IX
           PERFORM PRINT-ONE-PRIOR-DATE UNTIL WS-DATE-IX > WS-DATE-COUNT
           IF WS-DATE-LINE-COUNT > ZERO
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RNK DEPT OP MON  (* = FUERA DE TOLERANCIA)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Prior dates used, six to a line; a date without results on
      * the master is shown in parentheses.
       PRINT-ONE-PRIOR-DATE.
           IF WS-DATE-LINE-COUNT = 6
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE ZERO TO WS-DATE-LINE-COUNT
           END-IF
           COMPUTE WS-XREF-IX = 17 + WS-DATE-LINE-COUNT * 11
           IF WS-DT-RESULT-COUNT(WS-DATE-IX) > ZERO
               STRING WS-DT-RUN-DATE(WS-DATE-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER WS-XREF-IX
           ELSE
               STRING "(" WS-DT-RUN-DATE(WS-DATE-IX) ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER WS-XREF-IX
           END-IF
           ADD 1 TO WS-DATE-LINE-COUNT
           ADD 1 TO WS-DATE-IX.

      * Picks the largest exception not yet printed.
       PRINT-NEXT-EXCEPTION.
           MOVE ZERO TO WS-EXC-FOUND-IX
           MOVE ZERO TO WS-BEST-SIZE
           MOVE 1 TO WS-EXC-IX
           PERFORM SCAN-LARGEST-EXCEPTION UNTIL WS-EXC-IX > WS-EXC-COUNT
           IF WS-EXC-FOUND-IX > ZERO
               MOVE "Y" TO WS-EXC-PRINTED(WS-EXC-FOUND-IX)
               ADD 1 TO WS-RANK
               PERFORM PRINT-EXCEPTION-LINES
           END-IF.

       SCAN-LARGEST-EXCEPTION.
           IF WS-EXC-PRINTED(WS-EXC-IX) = "N"
               IF WS-EXC-FOUND-IX = ZERO OR
                       WS-EXC-SIZE(WS-EXC-IX) > WS-BEST-SIZE
                   MOVE WS-EXC-IX TO WS-EXC-FOUND-IX
                   MOVE WS-EXC-SIZE(WS-EXC-IX) TO WS-BEST-SIZE
               END-IF
           END-IF
           ADD 1 TO WS-EXC-IX.

       PRINT-EXCEPTION-LINES.
           MOVE WS-EXC-CMB-IX(WS-EXC-FOUND-IX) TO WS-CMB-IX
           MOVE SPACES TO WS-COUNT-MARK
           MOVE SPACES TO WS-AMOUNT-MARK
           IF WS-EXC-COUNT-FLAG(WS-EXC-FOUND-IX) = "Y"
               MOVE " *" TO WS-COUNT-MARK
           END-IF
           IF WS-EXC-AMOUNT-FLAG(WS-EXC-FOUND-IX) = "Y"
               MOVE " *" TO WS-AMOUNT-MARK
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RANK TO WS-EDIT-RANK
           MOVE WS-CMB-TODAY-COUNT(WS-CMB-IX) TO WS-EDIT-COUNT
           MOVE WS-EXC-AVG-COUNT(WS-EXC-FOUND-IX) TO WS-EDIT-AVG-COUNT
           MOVE WS-EXC-COUNT-PCT(WS-EXC-FOUND-IX) TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING WS-EDIT-RANK " " WS-CMB-DEPT-ID(WS-CMB-IX) " "
               WS-CMB-OPCION(WS-CMB-IX) " "
               WS-CMB-CURRENCY(WS-CMB-IX)
               "  CANTIDAD HOY " WS-EDIT-COUNT
               " PROM " WS-EDIT-AVG-COUNT
               " DESV " WS-EDIT-PCT "%" WS-COUNT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CMB-TODAY-TOTAL(WS-CMB-IX) TO WS-EDIT-SUM
           MOVE WS-EXC-AVG-TOTAL(WS-EXC-FOUND-IX) TO WS-EDIT-AVG-SUM
           MOVE WS-EXC-AMOUNT-PCT(WS-EXC-FOUND-IX) TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "    TOTAL HOY " WS-EDIT-SUM
               " PROM " WS-EDIT-AVG-SUM
               " DESV " WS-EDIT-PCT "%" WS-AMOUNT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-TOP-IX
           PERFORM PRINT-NEXT-LARGEST-RESULT
               UNTIL WS-TOP-IX > WS-TOP-WANTED.

      * The largest result (either sign) of the combination on the
      * run date not listed yet.
       PRINT-NEXT-LARGEST-RESULT.
           MOVE ZERO TO WS-TODAY-FOUND-IX
           MOVE ZERO TO WS-BEST-SIZE
           MOVE 1 TO WS-TODAY-IX
           PERFORM SCAN-LARGEST-RESULT
               UNTIL WS-TODAY-IX > WS-TODAY-COUNT
           IF WS-TODAY-FOUND-IX = ZERO
               MOVE WS-TOP-WANTED TO WS-TOP-IX
           ELSE
               MOVE "Y" TO WS-TD-LISTED(WS-TODAY-FOUND-IX)
               MOVE WS-TD-RESULTADOS(WS-TODAY-FOUND-IX)
                   TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "      SECUENCIA " WS-TD-SEQ-NO(WS-TODAY-FOUND-IX)
                   "  RESULTADOS " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-TOP-IX.

       SCAN-LARGEST-RESULT.
           IF WS-TD-CMB-IX(WS-TODAY-IX) = WS-CMB-IX AND
                   WS-TD-LISTED(WS-TODAY-IX) = "N"
               IF WS-TODAY-FOUND-IX = ZERO OR
                       FUNCTION ABS(WS-TD-RESULTADOS(WS-TODAY-IX)) >
                       WS-BEST-SIZE
                   MOVE WS-TODAY-IX TO WS-TODAY-FOUND-IX
                   COMPUTE WS-BEST-SIZE =
                       FUNCTION ABS(WS-TD-RESULTADOS(WS-TODAY-IX))
               END-IF
           END-IF
           ADD 1 TO WS-TODAY-IX.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXC-COUNT = ZERO
               MOVE "SIN EXCEPCIONES: TODO DENTRO DE TOLERANCIA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-CMB-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMBINACIONES REVISADAS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FUERA DE TOLERANCIA:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NO-THRESHOLD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SIN TOLERANCIA DEFINIDA: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NO-HISTORY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SIN HISTORIA PREVIA:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UNATTRIBUTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTADOS SIN DEPTO:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TODAY-LOST-COUNT > ZERO
               MOVE WS-TODAY-LOST-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "RESULTADOS NO DETALLADOS:" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM CALCVAR.
