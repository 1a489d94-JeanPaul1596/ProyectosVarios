      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Nightly job stream controller. Runs the steps on
      *          CALC-JOB-STEP-FILE (CALCJSD layout) in their order
      *          for the run date and cycle on CALC-JOB-PARM-FILE,
      *          instead of the operator working down a printed run
      *          book. Before each step its parm card is staged into
      *          the program's own parm file with the run date and
      *          cycle filled in; the step is then run and its
      *          RETURN-CODE compared with the highest one the step
      *          accepts. A step above its limit fails, and every
      *          step that depends on it, directly or through another
      *          held step, is skipped - so CALCGLX is never run
      *          after an out-of-balance CALCBAL - while the steps
      *          that do not depend on it still run. Every start and
      *          outcome, with start and end time and return code,
      *          is appended to CALC-JOB-LOG-FILE (CALCJSL), and a
      *          failed night is restarted from the failing step:
      *          with no start step on the parm card the run resumes
      *          at the first step that has not completed for that
      *          date and cycle and leaves completed steps alone.
      *          Steps not run because of an earlier failure keep
      *          their dependents held. The morning report over the
      *          log is CALCJSR. RETURN-CODE 8 when any step failed
      *          or was skipped, or the step file is in error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-JOB-PARM-FILE ASSIGN TO "CALCJBP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-JOB-STEP-FILE ASSIGN TO "CALCJSD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT CALC-JOB-LOG-FILE ASSIGN TO "CALCJSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT JOB-STAGE-FILE ASSIGN DYNAMIC WS-STAGE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-JOB-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCJBP.

       FD  CALC-JOB-STEP-FILE
           RECORDING MODE IS F.
       COPY CALCJSD.

       FD  CALC-JOB-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCJSL.

      * Parm cards differ in length from program to program, so the
      * card is written a byte at a time and the parm file ends up
      * exactly JD-PARM-LENGTH bytes long.
       FD  JOB-STAGE-FILE
           RECORDING MODE IS F.
       01  STAGE-BYTE                 PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STEP-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-STAGE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-STAGE-FILENAME PIC X(8) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.
       01 WS-CYCLE-NO-X REDEFINES WS-CYCLE-NO PIC X(2).

       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-STEP-FILE VALUE "Y".
       01 WS-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOG-FILE VALUE "Y".

      * P: the operator named the step to start from; A: resume at
      * the first step not completed.
       01 WS-START-MODE PIC X VALUE "A".
           88 START-AT-NAMED-STEP VALUE "P".
           88 START-AT-FIRST-OPEN VALUE "A".

       01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STEP-MAX PIC 9(3) VALUE 50.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STEP-ID PIC X(8).
               10 WS-STEP-PROGRAM PIC X(8).
               10 WS-STEP-MAX-RC PIC 9(2).
               10 WS-STEP-PARM-FILE PIC X(8).
               10 WS-STEP-PARM-LENGTH PIC 9(3).
               10 WS-STEP-PARM-CARD PIC X(160).
               10 WS-STEP-DEP-ID PIC X(8) OCCURS 8 TIMES.
               10 WS-STEP-DEP-IX PIC 9(3) OCCURS 8 TIMES.
               10 WS-STEP-LAST-STATUS PIC X(1).
               10 WS-STEP-BLOCKED-BY PIC X(8).
       01 WS-STEP-IX PIC 9(3) VALUE ZERO.
       01 WS-SCAN-IX PIC 9(3) VALUE ZERO.
       01 WS-STEP-FOUND-IX PIC 9(3) VALUE ZERO.
       01 WS-START-IX PIC 9(3) VALUE ZERO.
       01 WS-DEP-IX PIC 9(2) VALUE ZERO.
       01 WS-DEP-MAX PIC 9(2) VALUE 8.
       01 WS-HELD-IX PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-STEP-ID PIC X(8) VALUE SPACES.
       01 WS-BLOCK-ORIGIN PIC X(8) VALUE SPACES.
       01 WS-DEFINITION-ERRORS PIC 9(4) VALUE ZERO.

       01 WS-STAGE-CARD PIC X(160) VALUE SPACES.
       01 WS-CARD-IX PIC 9(3) VALUE ZERO.
       01 WS-STAGE-SWITCH PIC X VALUE "Y".
           88 CARD-STAGED VALUE "Y".
           88 CARD-NOT-STAGED VALUE "N".

       01 WS-COMMAND PIC X(80) VALUE SPACES.
       01 WS-SYSTEM-STATUS PIC S9(9) VALUE ZERO.
       01 WS-EXIT-CODE PIC 9(9) VALUE ZERO.
       01 WS-SIGNAL-BITS PIC 9(9) VALUE ZERO.
       01 WS-STEP-RC PIC 9(4) VALUE ZERO.
       01 WS-START-DATE PIC 9(8) VALUE ZERO.
       01 WS-START-TIME PIC 9(6) VALUE ZERO.
       01 WS-LOG-STATUS PIC X(1) VALUE SPACE.
           88 LOG-STEP-STARTED VALUE "I".
       01 WS-LOG-BLOCKED-BY PIC X(8) VALUE SPACES.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-DATE PIC 9(8).
           05 WS-CD-TIME PIC 9(6).
           05 FILLER PIC X(7).

       01 WS-COMPLETED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ALREADY-DONE-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-JOB-PARM-FILE
           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM CHECK-STEP-DEFINITIONS
           IF WS-DEFINITION-ERRORS > ZERO
               DISPLAY "CALCJOB: CALC-JOB-STEP-FILE con "
                   WS-DEFINITION-ERRORS " errores, no se corrio "
                   "ningun paso"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STEP-HISTORY
           PERFORM FIND-START-STEP
           IF WS-START-IX = ZERO
               DISPLAY "CALCJOB: corrida " WS-RUN-DATE " ciclo "
                   WS-CYCLE-NO " ya completa, ningun paso pendiente"
               STOP RUN
           END-IF
           DISPLAY "CALCJOB: corrida " WS-RUN-DATE " ciclo "
               WS-CYCLE-NO " desde el paso " WS-STEP-ID(WS-START-IX)

           MOVE 1 TO WS-STEP-IX
           PERFORM HOLD-STEP-BEFORE-START
               UNTIL WS-STEP-IX NOT < WS-START-IX

           MOVE WS-START-IX TO WS-STEP-IX
           PERFORM RUN-ONE-STEP UNTIL WS-STEP-IX > WS-STEP-COUNT

           DISPLAY "CALCJOB: corrida " WS-RUN-DATE " ciclo "
               WS-CYCLE-NO " - completados " WS-COMPLETED-COUNT
               ", fallidos " WS-FAILED-COUNT
               ", omitidos " WS-SKIPPED-COUNT
               ", ya completos " WS-ALREADY-DONE-COUNT
           IF WS-FAILED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               DISPLAY "CALCJOB: corrida incompleta, reiniciar "
                   "despues de corregir el paso fallido"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-JOB-PARM-FILE.
           OPEN INPUT CALC-JOB-PARM-FILE
           READ CALC-JOB-PARM-FILE
               AT END
                   DISPLAY "CALCJOB: CALC-JOB-PARM-FILE sin registros"
                   CLOSE CALC-JOB-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE JB-RUN-DATE TO WS-RUN-DATE
           IF JB-CYCLE-NO NOT NUMERIC OR JB-CYCLE-NO = ZERO
               MOVE 1 TO WS-CYCLE-NO
           ELSE
               MOVE JB-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF JB-START-STEP NOT = SPACES
               SET START-AT-NAMED-STEP TO TRUE
           END-IF
           CLOSE CALC-JOB-PARM-FILE.

       LOAD-STEP-DEFINITIONS.
           OPEN INPUT CALC-JOB-STEP-FILE
           IF WS-STEP-FILE-STATUS NOT = "00"
               DISPLAY "CALCJOB: no se pudo abrir CALC-JOB-STEP-FILE, "
                   "estado " WS-STEP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-NEXT-STEP-DEFINITION
           PERFORM STORE-STEP-DEFINITION UNTIL END-OF-STEP-FILE
           CLOSE CALC-JOB-STEP-FILE
           IF WS-STEP-COUNT = ZERO
               DISPLAY "CALCJOB: CALC-JOB-STEP-FILE sin pasos"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-STEP-DEFINITION.
           READ CALC-JOB-STEP-FILE
               AT END
                   SET END-OF-STEP-FILE TO TRUE
           END-READ.

       STORE-STEP-DEFINITION.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "CALCJOB: tabla de pasos llena, paso "
                   JD-STEP-ID " no cargado"
               ADD 1 TO WS-DEFINITION-ERRORS
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE JD-STEP-ID TO WS-STEP-ID(WS-STEP-COUNT)
               MOVE JD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
               MOVE JD-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-COUNT)
               MOVE JD-PARM-FILE TO WS-STEP-PARM-FILE(WS-STEP-COUNT)
               MOVE JD-PARM-LENGTH
                   TO WS-STEP-PARM-LENGTH(WS-STEP-COUNT)
               MOVE JD-PARM-CARD TO WS-STEP-PARM-CARD(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-LAST-STATUS(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-BLOCKED-BY(WS-STEP-COUNT)
               MOVE 1 TO WS-DEP-IX
               PERFORM STORE-STEP-DEPENDENT
                   UNTIL WS-DEP-IX > WS-DEP-MAX
           END-IF
           PERFORM READ-NEXT-STEP-DEFINITION.

       STORE-STEP-DEPENDENT.
           MOVE JD-DEPENDENT(WS-DEP-IX)
               TO WS-STEP-DEP-ID(WS-STEP-COUNT, WS-DEP-IX)
           MOVE ZERO TO WS-STEP-DEP-IX(WS-STEP-COUNT, WS-DEP-IX)
           ADD 1 TO WS-DEP-IX.

      * A step id must be unique, a program named, a staged card
      * between 1 and 160 bytes, and every dependent a step further
      * down the stream - a dependent that ran earlier could not be
      * held back.
       CHECK-STEP-DEFINITIONS.
           MOVE 1 TO WS-STEP-IX
           PERFORM CHECK-ONE-STEP-DEFINITION
               UNTIL WS-STEP-IX > WS-STEP-COUNT.

       CHECK-ONE-STEP-DEFINITION.
           MOVE WS-STEP-ID(WS-STEP-IX) TO WS-LOOKUP-STEP-ID
           PERFORM FIND-STEP-ENTRY
           IF WS-STEP-ID(WS-STEP-IX) = SPACES
                   OR WS-STEP-FOUND-IX NOT = WS-STEP-IX
               DISPLAY "CALCJOB: paso " WS-STEP-IX
                   " sin identificador o repetido: "
                   WS-STEP-ID(WS-STEP-IX)
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF
           IF WS-STEP-PROGRAM(WS-STEP-IX) = SPACES
               DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                   " sin programa"
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF
           IF WS-STEP-MAX-RC(WS-STEP-IX) NOT NUMERIC
               DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                   " con codigo de retorno maximo no numerico"
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF
           IF WS-STEP-PARM-FILE(WS-STEP-IX) NOT = SPACES
               IF WS-STEP-PARM-LENGTH(WS-STEP-IX) NOT NUMERIC
                   DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                       " con largo de tarjeta no numerico"
                   ADD 1 TO WS-DEFINITION-ERRORS
               ELSE
                   IF WS-STEP-PARM-LENGTH(WS-STEP-IX) = ZERO
                           OR WS-STEP-PARM-LENGTH(WS-STEP-IX) > 160
                       DISPLAY "CALCJOB: paso "
                           WS-STEP-ID(WS-STEP-IX)
                           " con largo de tarjeta fuera de 1-160"
                       ADD 1 TO WS-DEFINITION-ERRORS
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-DEP-IX
           PERFORM RESOLVE-STEP-DEPENDENT UNTIL WS-DEP-IX > WS-DEP-MAX
           ADD 1 TO WS-STEP-IX.

       RESOLVE-STEP-DEPENDENT.
           IF WS-STEP-DEP-ID(WS-STEP-IX, WS-DEP-IX) NOT = SPACES
               MOVE WS-STEP-DEP-ID(WS-STEP-IX, WS-DEP-IX)
                   TO WS-LOOKUP-STEP-ID
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND-IX > WS-STEP-IX
                   MOVE WS-STEP-FOUND-IX
                       TO WS-STEP-DEP-IX(WS-STEP-IX, WS-DEP-IX)
               ELSE
                   DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                       " con dependiente " WS-LOOKUP-STEP-ID
                       " inexistente o anterior en la cadena"
                   ADD 1 TO WS-DEFINITION-ERRORS
               END-IF
           END-IF
           ADD 1 TO WS-DEP-IX.

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

      * The last log record of each step for this date and cycle is
      * its status so far; no log yet is a night not started.
       LOAD-STEP-HISTORY.
           OPEN INPUT CALC-JOB-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM READ-NEXT-LOG-RECORD
               PERFORM APPLY-LOG-RECORD UNTIL END-OF-LOG-FILE
               CLOSE CALC-JOB-LOG-FILE
           END-IF.

       READ-NEXT-LOG-RECORD.
           READ CALC-JOB-LOG-FILE
               AT END
                   SET END-OF-LOG-FILE TO TRUE
           END-READ.

       APPLY-LOG-RECORD.
           IF JL-RUN-DATE = WS-RUN-DATE AND JL-CYCLE-NO = WS-CYCLE-NO
               MOVE JL-STEP-ID TO WS-LOOKUP-STEP-ID
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND-IX > ZERO
                   MOVE JL-STATUS
                       TO WS-STEP-LAST-STATUS(WS-STEP-FOUND-IX)
               END-IF
           END-IF
           PERFORM READ-NEXT-LOG-RECORD.

       FIND-START-STEP.
           IF START-AT-NAMED-STEP
               MOVE JB-START-STEP TO WS-LOOKUP-STEP-ID
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND-IX = ZERO
                   DISPLAY "CALCJOB: paso inicial " JB-START-STEP
                       " no esta en CALC-JOB-STEP-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-STEP-FOUND-IX TO WS-START-IX
           ELSE
               MOVE ZERO TO WS-START-IX
               MOVE 1 TO WS-SCAN-IX
               PERFORM SCAN-FIRST-OPEN-STEP
                   UNTIL WS-SCAN-IX > WS-STEP-COUNT
                       OR WS-START-IX > ZERO
           END-IF.

       SCAN-FIRST-OPEN-STEP.
           IF WS-STEP-LAST-STATUS(WS-SCAN-IX) NOT = "C"
               MOVE WS-SCAN-IX TO WS-START-IX
           END-IF
           ADD 1 TO WS-SCAN-IX.

      * A step ahead of the starting point is not run again; if it
      * did not complete, what depends on it stays held.
       HOLD-STEP-BEFORE-START.
           IF WS-STEP-LAST-STATUS(WS-STEP-IX) NOT = "C"
               MOVE WS-STEP-ID(WS-STEP-IX) TO WS-BLOCK-ORIGIN
               PERFORM HOLD-DEPENDENTS
           END-IF
           ADD 1 TO WS-STEP-IX.

       RUN-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-BLOCKED-BY(WS-STEP-IX) NOT = SPACES
                   PERFORM SKIP-HELD-STEP
               WHEN START-AT-FIRST-OPEN
                       AND WS-STEP-LAST-STATUS(WS-STEP-IX) = "C"
                   DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                       " ya completado, no se repite"
                   ADD 1 TO WS-ALREADY-DONE-COUNT
               WHEN OTHER
                   PERFORM EXECUTE-STEP
           END-EVALUATE
           ADD 1 TO WS-STEP-IX.

       SKIP-HELD-STEP.
           PERFORM STAMP-CURRENT-TIME
           MOVE WS-CD-DATE TO WS-START-DATE
           MOVE WS-CD-TIME TO WS-START-TIME
           MOVE ZERO TO WS-STEP-RC
           MOVE "S" TO WS-LOG-STATUS
           MOVE WS-STEP-BLOCKED-BY(WS-STEP-IX) TO WS-LOG-BLOCKED-BY
           PERFORM WRITE-STEP-LOG
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
               " omitido, depende de "
               WS-STEP-BLOCKED-BY(WS-STEP-IX)
           MOVE WS-STEP-BLOCKED-BY(WS-STEP-IX) TO WS-BLOCK-ORIGIN
           PERFORM HOLD-DEPENDENTS.

      * The "I" record goes to the log before the program runs, so a
      * step that never comes back still shows on the log as started.
       EXECUTE-STEP.
           PERFORM STAMP-CURRENT-TIME
           MOVE WS-CD-DATE TO WS-START-DATE
           MOVE WS-CD-TIME TO WS-START-TIME
           MOVE ZERO TO WS-STEP-RC
           MOVE "I" TO WS-LOG-STATUS
           MOVE SPACES TO WS-LOG-BLOCKED-BY
           PERFORM WRITE-STEP-LOG
           DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX) " "
               WS-STEP-PROGRAM(WS-STEP-IX) " iniciado"

           SET CARD-STAGED TO TRUE
           IF WS-STEP-PARM-FILE(WS-STEP-IX) NOT = SPACES
               PERFORM STAGE-PARM-CARD
           END-IF
           IF CARD-STAGED
               PERFORM RUN-STEP-PROGRAM
           ELSE
               MOVE 9999 TO WS-STEP-RC
           END-IF

           PERFORM STAMP-CURRENT-TIME
           IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IX)
               MOVE "F" TO WS-LOG-STATUS
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                   " FALLIDO, codigo de retorno " WS-STEP-RC
                   " mayor que " WS-STEP-MAX-RC(WS-STEP-IX)
               MOVE WS-STEP-ID(WS-STEP-IX) TO WS-BLOCK-ORIGIN
               PERFORM HOLD-DEPENDENTS
           ELSE
               MOVE "C" TO WS-LOG-STATUS
               ADD 1 TO WS-COMPLETED-COUNT
               DISPLAY "CALCJOB: paso " WS-STEP-ID(WS-STEP-IX)
                   " completado, codigo de retorno " WS-STEP-RC
           END-IF
           PERFORM WRITE-STEP-LOG.

       STAGE-PARM-CARD.
           MOVE WS-STEP-PARM-CARD(WS-STEP-IX) TO WS-STAGE-CARD
           INSPECT WS-STAGE-CARD
               REPLACING ALL "AAAAMMDD" BY WS-RUN-DATE-X
           INSPECT WS-STAGE-CARD
               REPLACING ALL "##" BY WS-CYCLE-NO-X
           MOVE WS-STEP-PARM-FILE(WS-STEP-IX) TO WS-STAGE-FILENAME
           OPEN OUTPUT JOB-STAGE-FILE
           IF WS-STAGE-FILE-STATUS NOT = "00"
               DISPLAY "CALCJOB: no se pudo preparar la tarjeta "
                   WS-STAGE-FILENAME " del paso "
                   WS-STEP-ID(WS-STEP-IX)
                   ", estado " WS-STAGE-FILE-STATUS
               SET CARD-NOT-STAGED TO TRUE
           ELSE
               MOVE 1 TO WS-CARD-IX
               PERFORM WRITE-STAGE-BYTE
                   UNTIL WS-CARD-IX > WS-STEP-PARM-LENGTH(WS-STEP-IX)
               CLOSE JOB-STAGE-FILE
           END-IF.

       WRITE-STAGE-BYTE.
           MOVE WS-STAGE-CARD(WS-CARD-IX:1) TO STAGE-BYTE
           WRITE STAGE-BYTE
           ADD 1 TO WS-CARD-IX.

      * The status handed back is the program's RETURN-CODE times
      * 256; anything in the low byte means the program did not end
      * on its own, which counts as 9999 like a step never started.
       RUN-STEP-PROGRAM.
           MOVE SPACES TO WS-COMMAND
           STRING JB-LOAD-LIBRARY DELIMITED BY SPACE
               WS-STEP-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE ZERO TO RETURN-CODE
           IF WS-SYSTEM-STATUS < ZERO
               MOVE 9999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
                   REMAINDER WS-SIGNAL-BITS
               IF WS-SIGNAL-BITS NOT = ZERO
                   MOVE 9999 TO WS-STEP-RC
               ELSE
                   MOVE WS-EXIT-CODE TO WS-STEP-RC
               END-IF
           END-IF.

       HOLD-DEPENDENTS.
           MOVE 1 TO WS-DEP-IX
           PERFORM HOLD-ONE-DEPENDENT UNTIL WS-DEP-IX > WS-DEP-MAX.

       HOLD-ONE-DEPENDENT.
           MOVE WS-STEP-DEP-IX(WS-STEP-IX, WS-DEP-IX) TO WS-HELD-IX
           IF WS-HELD-IX > ZERO
               IF WS-STEP-BLOCKED-BY(WS-HELD-IX) = SPACES
                   MOVE WS-BLOCK-ORIGIN
                       TO WS-STEP-BLOCKED-BY(WS-HELD-IX)
               END-IF
           END-IF
           ADD 1 TO WS-DEP-IX.

      * Opened and closed around every record so the log is on disk
      * before the next program starts.
       WRITE-STEP-LOG.
           OPEN EXTEND CALC-JOB-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CALC-JOB-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE TO JL-RUN-DATE
           MOVE WS-CYCLE-NO TO JL-CYCLE-NO
           MOVE WS-STEP-ID(WS-STEP-IX) TO JL-STEP-ID
           MOVE WS-STEP-PROGRAM(WS-STEP-IX) TO JL-PROGRAM
           MOVE WS-START-DATE TO JL-START-DATE
           MOVE WS-START-TIME TO JL-START-TIME
           MOVE WS-LOG-STATUS TO JL-STATUS
           IF LOG-STEP-STARTED
               MOVE ZERO TO JL-END-DATE
               MOVE ZERO TO JL-END-TIME
           ELSE
               MOVE WS-CD-DATE TO JL-END-DATE
               MOVE WS-CD-TIME TO JL-END-TIME
           END-IF
           MOVE WS-STEP-RC TO JL-RETURN-CODE
           MOVE WS-STEP-MAX-RC(WS-STEP-IX) TO JL-MAX-RC
           MOVE WS-LOG-BLOCKED-BY TO JL-BLOCKED-BY
           WRITE JOB-LOG-RECORD
           CLOSE CALC-JOB-LOG-FILE.

       STAMP-CURRENT-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       END PROGRAM CALCJOB.
