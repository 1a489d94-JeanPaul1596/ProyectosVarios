      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Morning status report of the nightly job stream.
      *          For every run date and cycle on CALC-JOB-LOG-FILE
      *          (CALCJSL, written by CALCJOB) within the dates on
      *          CALC-JOB-REPORT-PARM-FILE, lists each step of
      *          CALC-JOB-STEP-FILE in stream order as COMPLETADO,
      *          FALLIDO, OMITIDO (with the step it was held behind)
      *          or NO CORRIDO, with start and end time and return
      *          code of its last attempt, and says which step a
      *          night that did not complete is to be restarted from.
      *          A step that was started and never came back shows
      *          as FALLIDO with no end time. When the log has nothing
      *          for the from-date, that date is printed with every
      *          step NO CORRIDO, so a stream that never started is
      *          not mistaken for a quiet night. Steps on the log
      *          that are no longer on the step file are listed after
      *          the defined ones. RETURN-CODE 4 when any night
      *          reported is incomplete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJSR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-JOB-REPORT-PARM-FILE ASSIGN TO "CALCJRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-JOB-STEP-FILE ASSIGN TO "CALCJSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT CALC-JOB-LOG-FILE ASSIGN TO "CALCJSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCJSRR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-JOB-REPORT-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCJRP.

       FD  CALC-JOB-STEP-FILE
           RECORDING MODE IS F.
       COPY CALCJSD.

       FD  CALC-JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCJSL.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STEP-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOG-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.

       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-STEP-FILE VALUE "Y".
       01 WS-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOG-FILE VALUE "Y".

      * Steps of the stream in order, then any step met on the log
      * for the night being printed that the step file no longer
      * has; those are dropped again before the next night.
       01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEFINED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STEP-MAX PIC 9(3) VALUE 80.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 80 TIMES.
               10 WS-STEP-ID PIC X(8).
               10 WS-STEP-PROGRAM PIC X(8).
               10 WS-STEP-MAX-RC PIC 9(2).
               10 WS-STEP-STATUS PIC X(1).
               10 WS-STEP-START-DATE PIC 9(8).
               10 WS-STEP-START-TIME PIC 9(6).
               10 WS-STEP-END-DATE PIC 9(8).
               10 WS-STEP-END-TIME PIC 9(6).
               10 WS-STEP-RC PIC 9(4).
               10 WS-STEP-BLOCKED-BY PIC X(8).
       01 WS-STEP-IX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IX PIC 9(3) VALUE ZERO.
       01 WS-STEP-FOUND-IX PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-STEP-ID PIC X(8) VALUE SPACES.

      * Run dates and cycles found on the log, kept in date and cycle
      * order whatever order the restarts were logged in.
       01 WS-NIGHT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NIGHT-MAX PIC 9(4) VALUE 500.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 500 TIMES.
               10 WS-NIGHT-KEY.
                   15 WS-NIGHT-RUN-DATE PIC 9(8).
                   15 WS-NIGHT-CYCLE-NO PIC 9(2).
       01 WS-NIGHT-IX PIC 9(4) VALUE ZERO.
       01 WS-INSERT-IX PIC 9(4) VALUE ZERO.
       01 WS-NEW-NIGHT-KEY.
           05 WS-NEW-RUN-DATE PIC 9(8).
           05 WS-NEW-CYCLE-NO PIC 9(2).
       01 WS-NIGHT-FOUND-SWITCH PIC X VALUE "N".
           88 NIGHT-FOUND VALUE "Y".
       01 WS-NIGHT-SCAN-SWITCH PIC X VALUE "N".
           88 NIGHT-SCAN-DONE VALUE "Y".
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NO PIC 9(2) VALUE ZERO.

       01 WS-COMPLETED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NOT-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RESTART-STEP PIC X(8) VALUE SPACES.
       01 WS-INCOMPLETE-COUNT PIC 9(4) VALUE ZERO.

       01 WS-SHOW-STATUS PIC X(10).
       01 WS-SHOW-START PIC X(15).
       01 WS-SHOW-END PIC X(15).
       01 WS-SHOW-RC PIC X(4).
       01 WS-EDIT-COUNT PIC ZZ9.
       01 WS-EDIT-COUNT-2 PIC ZZ9.
       01 WS-EDIT-NIGHTS PIC Z,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-REPORT-PARM-FILE
           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM COLLECT-NIGHTS
           IF WS-FROM-DATE > ZERO
               PERFORM CHECK-FROM-DATE-LOGGED
               IF NOT NIGHT-FOUND
                   MOVE 1 TO WS-NEW-CYCLE-NO
                   PERFORM ADD-NIGHT-ENTRY
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           MOVE 1 TO WS-NIGHT-IX
           PERFORM REPORT-ONE-NIGHT UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
           PERFORM PRINT-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-NIGHT-COUNT = ZERO
               DISPLAY "CALCJSR: CALC-JOB-LOG-FILE sin corridas"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-INCOMPLETE-COUNT > ZERO
                   DISPLAY "CALCJSR: " WS-INCOMPLETE-COUNT
                       " corridas incompletas, ver CALCJSRR"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "CALCJSR: todas las corridas completas"
               END-IF
           END-IF
           STOP RUN.

       READ-REPORT-PARM-FILE.
           OPEN INPUT CALC-JOB-REPORT-PARM-FILE
           READ CALC-JOB-REPORT-PARM-FILE
               AT END
                   DISPLAY "CALCJSR: CALC-JOB-REPORT-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-JOB-REPORT-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE JR-FROM-DATE TO WS-FROM-DATE
           MOVE JR-TO-DATE TO WS-TO-DATE
           IF WS-TO-DATE = ZERO
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           CLOSE CALC-JOB-REPORT-PARM-FILE.

       LOAD-STEP-DEFINITIONS.
           OPEN INPUT CALC-JOB-STEP-FILE
           IF WS-STEP-FILE-STATUS NOT = "00"
               DISPLAY "CALCJSR: no se pudo abrir CALC-JOB-STEP-FILE, "
                   "estado " WS-STEP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-NEXT-STEP-DEFINITION
           PERFORM STORE-STEP-DEFINITION UNTIL END-OF-STEP-FILE
           CLOSE CALC-JOB-STEP-FILE
           MOVE WS-STEP-COUNT TO WS-DEFINED-COUNT.

       READ-NEXT-STEP-DEFINITION.
           READ CALC-JOB-STEP-FILE
               AT END
                   SET END-OF-STEP-FILE TO TRUE
           END-READ.

       STORE-STEP-DEFINITION.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "CALCJSR: tabla de pasos llena, paso "
                   JD-STEP-ID " no informado"
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE JD-STEP-ID TO WS-STEP-ID(WS-STEP-COUNT)
               MOVE JD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
               MOVE JD-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           END-IF
           PERFORM READ-NEXT-STEP-DEFINITION.

       COLLECT-NIGHTS.
           OPEN INPUT CALC-JOB-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF-SWITCH
               PERFORM READ-NEXT-LOG-RECORD
               PERFORM COLLECT-ONE-NIGHT UNTIL END-OF-LOG-FILE
               CLOSE CALC-JOB-LOG-FILE
           END-IF.

       READ-NEXT-LOG-RECORD.
           READ CALC-JOB-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       COLLECT-ONE-NIGHT.
           IF JL-RUN-DATE NOT < WS-FROM-DATE
                   AND JL-RUN-DATE NOT > WS-TO-DATE
               MOVE JL-RUN-DATE TO WS-NEW-RUN-DATE
               MOVE JL-CYCLE-NO TO WS-NEW-CYCLE-NO
               PERFORM FIND-NIGHT-ENTRY
               IF NOT NIGHT-FOUND
                   PERFORM ADD-NIGHT-ENTRY
               END-IF
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

      * The from-date counts as logged when any of its cycles is in
      * the table; cycle 00 sorts ahead of them all, so the entry the
      * search stops at is the date's first cycle if it has one.
       CHECK-FROM-DATE-LOGGED.
           MOVE WS-FROM-DATE TO WS-NEW-RUN-DATE
           MOVE ZERO TO WS-NEW-CYCLE-NO
           PERFORM FIND-NIGHT-ENTRY
           MOVE "N" TO WS-NIGHT-FOUND-SWITCH
           IF WS-INSERT-IX NOT > WS-NIGHT-COUNT
               IF WS-NIGHT-RUN-DATE(WS-INSERT-IX) = WS-FROM-DATE
                   SET NIGHT-FOUND TO TRUE
               END-IF
           END-IF.

      * Leaves WS-INSERT-IX at the entry for the key, or at the
      * first entry above it when the key is not there yet.
       FIND-NIGHT-ENTRY.
           MOVE "N" TO WS-NIGHT-FOUND-SWITCH
           MOVE "N" TO WS-NIGHT-SCAN-SWITCH
           MOVE 1 TO WS-INSERT-IX
           PERFORM SCAN-NIGHT-ENTRY
               UNTIL WS-INSERT-IX > WS-NIGHT-COUNT OR NIGHT-SCAN-DONE.

       SCAN-NIGHT-ENTRY.
           IF WS-NIGHT-KEY(WS-INSERT-IX) NOT < WS-NEW-NIGHT-KEY
               SET NIGHT-SCAN-DONE TO TRUE
               IF WS-NIGHT-KEY(WS-INSERT-IX) = WS-NEW-NIGHT-KEY
                   SET NIGHT-FOUND TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-INSERT-IX
           END-IF.

       ADD-NIGHT-ENTRY.
           IF WS-NIGHT-COUNT >= WS-NIGHT-MAX
               DISPLAY "CALCJSR: tabla de corridas llena, "
                   WS-NEW-RUN-DATE " ciclo " WS-NEW-CYCLE-NO
                   " no informada"
           ELSE
               PERFORM FIND-NIGHT-ENTRY
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-IX
               PERFORM SHIFT-NIGHT-ENTRY
                   UNTIL WS-NIGHT-IX < WS-INSERT-IX
               MOVE WS-NEW-NIGHT-KEY TO WS-NIGHT-KEY(WS-INSERT-IX)
               ADD 1 TO WS-NIGHT-COUNT
           END-IF.

       SHIFT-NIGHT-ENTRY.
           MOVE WS-NIGHT-ENTRY(WS-NIGHT-IX)
               TO WS-NIGHT-ENTRY(WS-NIGHT-IX + 1)
           SUBTRACT 1 FROM WS-NIGHT-IX.

      * One night: the log is read again for its date and cycle and
      * the last record of each step kept.
       REPORT-ONE-NIGHT.
           MOVE WS-NIGHT-RUN-DATE(WS-NIGHT-IX) TO WS-RUN-DATE
           MOVE WS-NIGHT-CYCLE-NO(WS-NIGHT-IX) TO WS-CYCLE-NO
           MOVE WS-DEFINED-COUNT TO WS-STEP-COUNT
           MOVE 1 TO WS-STEP-IX
           PERFORM CLEAR-STEP-STATUS UNTIL WS-STEP-IX > WS-STEP-COUNT

           OPEN INPUT CALC-JOB-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF-SWITCH
               PERFORM READ-NEXT-LOG-RECORD
               PERFORM APPLY-LOG-RECORD UNTIL END-OF-LOG-FILE
               CLOSE CALC-JOB-LOG-FILE
           END-IF

           MOVE ZERO TO WS-COMPLETED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-NOT-RUN-COUNT
           MOVE SPACES TO WS-RESTART-STEP
           PERFORM PRINT-NIGHT-HEADING
           MOVE 1 TO WS-STEP-IX
           PERFORM PRINT-STEP-LINE UNTIL WS-STEP-IX > WS-STEP-COUNT
           PERFORM PRINT-NIGHT-TOTALS
           ADD 1 TO WS-NIGHT-IX.

       CLEAR-STEP-STATUS.
           MOVE SPACES TO WS-STEP-STATUS(WS-STEP-IX)
           MOVE ZERO TO WS-STEP-START-DATE(WS-STEP-IX)
           MOVE ZERO TO WS-STEP-START-TIME(WS-STEP-IX)
           MOVE ZERO TO WS-STEP-END-DATE(WS-STEP-IX)
           MOVE ZERO TO WS-STEP-END-TIME(WS-STEP-IX)
           MOVE ZERO TO WS-STEP-RC(WS-STEP-IX)
           MOVE SPACES TO WS-STEP-BLOCKED-BY(WS-STEP-IX)
           ADD 1 TO WS-STEP-IX.

       APPLY-LOG-RECORD.
           IF JL-RUN-DATE = WS-RUN-DATE AND JL-CYCLE-NO = WS-CYCLE-NO
               MOVE JL-STEP-ID TO WS-LOOKUP-STEP-ID
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND-IX = ZERO
                   PERFORM ADD-UNDEFINED-STEP
               END-IF
               IF WS-STEP-FOUND-IX > ZERO
                   MOVE JL-STATUS TO WS-STEP-STATUS(WS-STEP-FOUND-IX)
                   MOVE JL-START-DATE
                       TO WS-STEP-START-DATE(WS-STEP-FOUND-IX)
                   MOVE JL-START-TIME
                       TO WS-STEP-START-TIME(WS-STEP-FOUND-IX)
                   MOVE JL-END-DATE
                       TO WS-STEP-END-DATE(WS-STEP-FOUND-IX)
                   MOVE JL-END-TIME
                       TO WS-STEP-END-TIME(WS-STEP-FOUND-IX)
                   MOVE JL-RETURN-CODE
                       TO WS-STEP-RC(WS-STEP-FOUND-IX)
                   MOVE JL-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-FOUND-IX)
                   MOVE JL-BLOCKED-BY
                       TO WS-STEP-BLOCKED-BY(WS-STEP-FOUND-IX)
               END-IF
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

       ADD-UNDEFINED-STEP.
           IF WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               MOVE JL-STEP-ID TO WS-STEP-ID(WS-STEP-COUNT)
               MOVE JL-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IX
           END-IF.

       FIND-STEP-ENTRY.
           MOVE ZERO TO WS-STEP-FOUND-IX
           MOVE 1 TO WS-SCAN-IX
           PERFORM SCAN-STEP-ENTRY
               UNTIL WS-SCAN-IX > WS-STEP-COUNT
                   OR WS-STEP-FOUND-IX > ZERO.

       SCAN-STEP-ENTRY.
           IF WS-STEP-ID(WS-SCAN-IX) = WS-LOOKUP-STEP-ID
               MOVE WS-SCAN-IX TO WS-STEP-FOUND-IX
           END-IF
           ADD 1 TO WS-SCAN-IX.

      * The restart point is the first step in stream order that did
      * not complete - what CALCJOB resumes at with no start step.
       PRINT-STEP-LINE.
           MOVE SPACES TO WS-SHOW-START
           MOVE SPACES TO WS-SHOW-END
           MOVE SPACES TO WS-SHOW-RC
           IF WS-STEP-STATUS(WS-STEP-IX) NOT = SPACES
               STRING WS-STEP-START-DATE(WS-STEP-IX) " "
                   WS-STEP-START-TIME(WS-STEP-IX)
                   DELIMITED BY SIZE INTO WS-SHOW-START
           END-IF
           EVALUATE WS-STEP-STATUS(WS-STEP-IX)
               WHEN "C"
                   MOVE "COMPLETADO" TO WS-SHOW-STATUS
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN "F"
                   MOVE "FALLIDO" TO WS-SHOW-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "I"
                   MOVE "FALLIDO" TO WS-SHOW-STATUS
                   MOVE "SIN FIN" TO WS-SHOW-END
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "S"
                   MOVE "OMITIDO" TO WS-SHOW-STATUS
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE "NO CORRIDO" TO WS-SHOW-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
           END-EVALUATE
           IF WS-STEP-STATUS(WS-STEP-IX) = "C" OR "F"
               STRING WS-STEP-END-DATE(WS-STEP-IX) " "
                   WS-STEP-END-TIME(WS-STEP-IX)
                   DELIMITED BY SIZE INTO WS-SHOW-END
               MOVE WS-STEP-RC(WS-STEP-IX) TO WS-SHOW-RC
           END-IF
           IF WS-STEP-STATUS(WS-STEP-IX) NOT = "C"
                   AND WS-RESTART-STEP = SPACES
               MOVE WS-STEP-ID(WS-STEP-IX) TO WS-RESTART-STEP
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-STEP-ID(WS-STEP-IX) " "
               WS-STEP-PROGRAM(WS-STEP-IX) " "
               WS-SHOW-STATUS " " WS-SHOW-START " " WS-SHOW-END " "
               WS-SHOW-RC " " WS-STEP-MAX-RC(WS-STEP-IX) " "
               WS-STEP-BLOCKED-BY(WS-STEP-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-STEP-IX.

       PRINT-REPORT-HEADING.
           MOVE "CALCJSR - ESTADO DE LA CADENA NOCTURNA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-FROM-DATE = ZERO
               MOVE "FECHAS: TODAS LAS DEL REGISTRO DE PASOS"
                   TO REPORT-LINE
           ELSE
               STRING "FECHAS: " WS-FROM-DATE " A " WS-TO-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-NIGHT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA " WS-RUN-DATE "  CICLO " WS-CYCLE-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PASO     PROGRAMA ESTADO     INICIO          "
               "FIN             RC   MAX DEPENDE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-NIGHT-TOTALS.
           MOVE WS-COMPLETED-COUNT TO WS-EDIT-COUNT
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLETADOS: " WS-EDIT-COUNT
               "  FALLIDOS:    " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
           MOVE WS-NOT-RUN-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "OMITIDOS:    " WS-EDIT-COUNT
               "  NO CORRIDOS: " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-RESTART-STEP = SPACES
               MOVE "*** CORRIDA COMPLETA" TO REPORT-LINE
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
               STRING "*** CORRIDA INCOMPLETA - REINICIAR DESDE EL "
                   "PASO " WS-RESTART-STEP
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NIGHT-COUNT TO WS-EDIT-NIGHTS
           STRING "CORRIDAS INFORMADAS:  " WS-EDIT-NIGHTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-INCOMPLETE-COUNT TO WS-EDIT-NIGHTS
           STRING "CORRIDAS INCOMPLETAS: " WS-EDIT-NIGHTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM CALCJSR.
