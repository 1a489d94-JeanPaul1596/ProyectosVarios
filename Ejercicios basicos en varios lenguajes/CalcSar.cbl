      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Security log and operator access review for the
      *          quarterly audit. For the review window on
      *          CALC-ACCESS-REVIEW-PARM-FILE it prints four
      *          sections. First, the denied attempts CALCULOS,
      *          CALCFIX, CALCREV, CALCRTM and CALCREL append to the
      *          security log CALCSLG, grouped by operator, program
      *          and function, with any operator denied as often as
      *          the repeat limit on the parm card flagged. Second,
      *          every operator on CALC-OPERATOR-FILE with the
      *          current Y/N of each permission. Third, each
      *          operator's last activity up to the end of the
      *          window, taken from the audit master's
      *          AM-OPERATOR-ID, the run-control log's RN-OPERATOR-ID,
      *          the CALCFIX log and the releases on the hold file;
      *          ids seen there but missing from the operator master
      *          are marked. Fourth, the revoke candidates for
      *          CALCOMM: permissions held by ids that never appear
      *          anywhere, and permissions not used in the window by
      *          operators who do work - a run or a run of a date
      *          and cycle that had already ended (rerun) on the run
      *          log, a correction on the fix log, a reversal on the
      *          audit master, a release on the hold file. Rate
      *          maintenance leaves no trail of who applied it, so a
      *          held rate permission is listed to be checked by hand
      *          rather than counted as a candidate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-ACCESS-REVIEW-PARM-FILE ASSIGN TO "CALCSAP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT CALC-SECURITY-LOG ASSIGN TO "CALCSLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-LOG-FILE-STATUS.

           SELECT CALC-RUN-LOG-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT CALC-AUDIT-MASTER ASSIGN TO "CALCAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CALC-FIX-LOG-FILE ASSIGN TO "CALCFXL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-LOG-FILE-STATUS.

           SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCSARR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ACCESS-REVIEW-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCSAP.

       FD  CALC-OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CALCOPS.

       FD  CALC-SECURITY-LOG
           RECORDING MODE IS F.
       COPY CALCSLR.

       FD  CALC-RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCRUN.

       FD  CALC-AUDIT-MASTER.
       COPY CALCAMS.

       FD  CALC-FIX-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCFXL.

       FD  CALC-HOLD-FILE
           RECORDING MODE IS F.
       COPY CALCHLD.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SEC-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-FIX-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-OPR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE VALUE "Y".
       01 WS-SEC-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-SECURITY-LOG VALUE "Y".
       01 WS-RUN-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUN-LOG-FILE VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-AUDIT-FILE VALUE "Y".
       01 WS-FIX-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FIX-LOG-FILE VALUE "Y".
       01 WS-HOLD-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HOLD-FILE VALUE "Y".

       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-REPEAT-LIMIT PIC 9(3) VALUE 2.

      * Permission numbers used throughout: 1 run, 2 rerun,
      * 3 suspense correction, 4 reversal, 5 rate maintenance,
      * 6 release of held items - named by the function codes the
      * programs write to the security log.
       01 WS-PERM-NAME-VALUES.
           05 FILLER PIC X(8) VALUE "CORRIDA".
           05 FILLER PIC X(8) VALUE "RECORRID".
           05 FILLER PIC X(8) VALUE "CORRECC".
           05 FILLER PIC X(8) VALUE "REVERSIO".
           05 FILLER PIC X(8) VALUE "TASAS".
           05 FILLER PIC X(8) VALUE "LIBERAC".
       01 WS-PERM-NAME-TABLE REDEFINES WS-PERM-NAME-VALUES.
           05 WS-PERM-NAME OCCURS 6 TIMES PIC X(8).
       01 WS-PERM-COUNT PIC 9 VALUE 6.
       01 WS-PERM-IX PIC 9 VALUE ZERO.
       01 WS-RATE-PERM-IX PIC 9 VALUE 5.

      * Every operator id met: on the master, in the security log or
      * in any activity source.
       01 WS-OPR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(4) VALUE 300.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 300 TIMES.
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-ON-MASTER PIC X(1).
               10 WS-OPR-AUTH OCCURS 6 TIMES PIC X(1).
               10 WS-OPR-USED OCCURS 6 TIMES PIC X(1).
               10 WS-OPR-LAST-DATE PIC 9(8).
               10 WS-OPR-LAST-SOURCE PIC X(8).
               10 WS-OPR-DENIAL-COUNT PIC 9(5).
               10 WS-OPR-SEEN-SWITCH PIC X(1).
       01 WS-OPR-IX PIC 9(4) VALUE ZERO.
       01 WS-OPR-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-CACHED-OPERATOR PIC X(8) VALUE HIGH-VALUES.
       01 WS-CACHED-OPR-IX PIC 9(4) VALUE ZERO.

       01 WS-DENIAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DENIAL-MAX PIC 9(4) VALUE 1000.
       01 WS-DENIAL-TABLE.
           05 WS-DENIAL-ENTRY OCCURS 1000 TIMES.
               10 WS-DN-OPR-IX PIC 9(4).
               10 WS-DN-PROGRAM-ID PIC X(8).
               10 WS-DN-FUNCTION-CODE PIC X(8).
               10 WS-DN-COUNT PIC 9(5).
               10 WS-DN-FIRST-DATE PIC 9(8).
               10 WS-DN-LAST-DATE PIC 9(8).
       01 WS-DENIAL-IX PIC 9(4) VALUE ZERO.
       01 WS-DENIAL-FOUND-IX PIC 9(4) VALUE ZERO.

      * Run dates that already have an end record on the run log; a
      * later start for one of them was a rerun.
       01 WS-ENDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENDED-MAX PIC 9(5) VALUE 10000.
       01 WS-ENDED-TABLE.
           05 WS-ENDED-ENTRY OCCURS 10000 TIMES.
               10 WS-ENDED-DATE PIC 9(8).
               10 WS-ENDED-CYCLE-NO PIC 9(2).
       01 WS-ENDED-IX PIC 9(5) VALUE ZERO.
       01 WS-RERUN-SWITCH PIC X VALUE "N".
           88 START-IS-RERUN VALUE "Y".

       01 WS-ACT-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACT-SOURCE PIC X(8) VALUE SPACES.

       01 WS-WINDOW-DENIALS PIC 9(6) VALUE ZERO.
       01 WS-REPEAT-OPR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CANDIDATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHECK-BY-HAND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-ANY-SWITCH PIC X VALUE "N".
           88 OPERATOR-HOLDS-PERMISSION VALUE "Y".
       01 WS-NOTE PIC X(30) VALUE SPACES.
       01 WS-LAST-DATE-TEXT PIC X(8) VALUE SPACES.

       01 WS-PERM-LINE.
           05 WS-PL-OPERATOR PIC X(8).
           05 WS-PL-COLUMN OCCURS 6 TIMES.
               10 FILLER PIC X(4).
               10 WS-PL-FLAG PIC X(1).
               10 FILLER PIC X(4).
           05 FILLER PIC X(18).

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-DENIALS PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-REVIEW-PARM-FILE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM SCAN-SECURITY-LOG
           PERFORM SCAN-RUN-LOG
           PERFORM SCAN-AUDIT-MASTER
           PERFORM SCAN-FIX-LOG
           PERFORM SCAN-HOLD-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-DENIAL-SECTION
           PERFORM PRINT-PERMISSION-SECTION
           PERFORM PRINT-ACTIVITY-SECTION
           PERFORM PRINT-REVOKE-SECTION
           CLOSE REPORT-FILE

           DISPLAY "CALCSAR: " WS-WINDOW-DENIALS " denegaciones, "
               WS-REPEAT-OPR-COUNT " operadores repetidos, "
               WS-CANDIDATE-COUNT " permisos a revocar"
           STOP RUN.

       READ-REVIEW-PARM-FILE.
           OPEN INPUT CALC-ACCESS-REVIEW-PARM-FILE
           READ CALC-ACCESS-REVIEW-PARM-FILE
               AT END
                   DISPLAY "CALCSAR: CALC-ACCESS-REVIEW-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-ACCESS-REVIEW-PARM-FILE
                   STOP RUN
           END-READ
           MOVE SA-FROM-DATE TO WS-FROM-DATE
           MOVE SA-TO-DATE TO WS-TO-DATE
           IF SA-REPEAT-LIMIT NUMERIC AND SA-REPEAT-LIMIT > ZERO
               MOVE SA-REPEAT-LIMIT TO WS-REPEAT-LIMIT
           END-IF
           CLOSE CALC-ACCESS-REVIEW-PARM-FILE.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT CALC-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "35"
               DISPLAY "CALCSAR: sin maestro de operadores, solo se "
                   "revisan los registros de actividad"
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
           MOVE OM-OPERATOR-ID TO WS-LOOKUP-OPERATOR
           PERFORM FIND-OR-ADD-OPERATOR
           IF WS-OPR-FOUND-IX > ZERO
               MOVE "Y" TO WS-OPR-ON-MASTER(WS-OPR-FOUND-IX)
               MOVE OM-RUN-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 1)
               MOVE OM-RERUN-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 2)
               MOVE OM-FIX-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 3)
               MOVE OM-REV-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 4)
               MOVE OM-RATE-AUTH TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 5)
               MOVE OM-RELEASE-AUTH
                   TO WS-OPR-AUTH(WS-OPR-FOUND-IX, 6)
           END-IF
           PERFORM READ-NEXT-OPERATOR-RECORD.

      * The audit master holds one record per result, nearly all of
      * them for the same few operators in a row, so the last id
      * found is kept to spare the table scan.
       FIND-OR-ADD-OPERATOR.
           IF WS-LOOKUP-OPERATOR = WS-CACHED-OPERATOR
               MOVE WS-CACHED-OPR-IX TO WS-OPR-FOUND-IX
           ELSE
               MOVE ZERO TO WS-OPR-FOUND-IX
               MOVE 1 TO WS-OPR-IX
               PERFORM SCAN-OPERATOR-ENTRY
                   UNTIL WS-OPR-IX > WS-OPR-COUNT
                       OR WS-OPR-FOUND-IX > ZERO
               IF WS-OPR-FOUND-IX = ZERO
                   PERFORM ADD-OPERATOR-ENTRY
               END-IF
               MOVE WS-LOOKUP-OPERATOR TO WS-CACHED-OPERATOR
               MOVE WS-OPR-FOUND-IX TO WS-CACHED-OPR-IX
           END-IF.

       SCAN-OPERATOR-ENTRY.
           IF WS-OPR-ID(WS-OPR-IX) = WS-LOOKUP-OPERATOR
               MOVE WS-OPR-IX TO WS-OPR-FOUND-IX
           END-IF
           ADD 1 TO WS-OPR-IX.

       ADD-OPERATOR-ENTRY.
           IF WS-OPR-COUNT >= WS-OPR-MAX
               DISPLAY "CALCSAR: tabla de operadores llena, "
                   WS-LOOKUP-OPERATOR " no revisado"
           ELSE
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-LOOKUP-OPERATOR TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE "N" TO WS-OPR-ON-MASTER(WS-OPR-COUNT)
               MOVE 1 TO WS-PERM-IX
               PERFORM CLEAR-OPERATOR-PERMISSION
                   UNTIL WS-PERM-IX > WS-PERM-COUNT
               MOVE ZERO TO WS-OPR-LAST-DATE(WS-OPR-COUNT)
               MOVE SPACES TO WS-OPR-LAST-SOURCE(WS-OPR-COUNT)
               MOVE ZERO TO WS-OPR-DENIAL-COUNT(WS-OPR-COUNT)
               MOVE "N" TO WS-OPR-SEEN-SWITCH(WS-OPR-COUNT)
               MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IX
           END-IF.

       CLEAR-OPERATOR-PERMISSION.
           MOVE "N" TO WS-OPR-AUTH(WS-OPR-COUNT, WS-PERM-IX)
           MOVE "N" TO WS-OPR-USED(WS-OPR-COUNT, WS-PERM-IX)
           ADD 1 TO WS-PERM-IX.

      * Records an activity of operator WS-OPR-FOUND-IX on WS-ACT-DATE
      * from source WS-ACT-SOURCE; anything after the window is left
      * out so the report reads the same whenever it is rerun.
       NOTE-ACTIVITY.
           IF WS-OPR-FOUND-IX > ZERO AND WS-ACT-DATE <= WS-TO-DATE
               MOVE "Y" TO WS-OPR-SEEN-SWITCH(WS-OPR-FOUND-IX)
               IF WS-ACT-DATE > WS-OPR-LAST-DATE(WS-OPR-FOUND-IX)
                   MOVE WS-ACT-DATE TO WS-OPR-LAST-DATE(WS-OPR-FOUND-IX)
                   MOVE WS-ACT-SOURCE
                       TO WS-OPR-LAST-SOURCE(WS-OPR-FOUND-IX)
               END-IF
           END-IF.

      * Marks permission WS-PERM-IX used when the activity falls in
      * the review window.
       NOTE-PERMISSION-USE.
           IF WS-OPR-FOUND-IX > ZERO AND
                   WS-ACT-DATE >= WS-FROM-DATE AND
                   WS-ACT-DATE <= WS-TO-DATE
               MOVE "Y" TO WS-OPR-USED(WS-OPR-FOUND-IX, WS-PERM-IX)
           END-IF.

       SCAN-SECURITY-LOG.
           OPEN INPUT CALC-SECURITY-LOG
           IF WS-SEC-LOG-FILE-STATUS = "35"
               SET END-OF-SECURITY-LOG TO TRUE
           ELSE
               PERFORM READ-NEXT-SECURITY-RECORD
               PERFORM CHECK-ONE-DENIAL UNTIL END-OF-SECURITY-LOG
               CLOSE CALC-SECURITY-LOG
           END-IF.

       READ-NEXT-SECURITY-RECORD.
           READ CALC-SECURITY-LOG
               AT END
                   SET END-OF-SECURITY-LOG TO TRUE
           END-READ.

      * A denial is not activity, but an id that was refused has
      * appeared and is not a "never seen" id.
       CHECK-ONE-DENIAL.
           IF SL-LOG-DATE <= WS-TO-DATE
               MOVE SL-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR
               IF WS-OPR-FOUND-IX > ZERO
                   MOVE "Y" TO WS-OPR-SEEN-SWITCH(WS-OPR-FOUND-IX)
                   IF SL-LOG-DATE >= WS-FROM-DATE
                       ADD 1 TO WS-WINDOW-DENIALS
                       ADD 1 TO WS-OPR-DENIAL-COUNT(WS-OPR-FOUND-IX)
                       PERFORM ADD-TO-DENIAL-GROUP
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-SECURITY-RECORD.

       ADD-TO-DENIAL-GROUP.
           MOVE ZERO TO WS-DENIAL-FOUND-IX
           MOVE 1 TO WS-DENIAL-IX
           PERFORM SCAN-DENIAL-ENTRY
               UNTIL WS-DENIAL-IX > WS-DENIAL-COUNT
                   OR WS-DENIAL-FOUND-IX > ZERO
           IF WS-DENIAL-FOUND-IX = ZERO
               IF WS-DENIAL-COUNT >= WS-DENIAL-MAX
                   DISPLAY "CALCSAR: tabla de denegaciones llena, "
                       SL-OPERATOR-ID " " SL-PROGRAM-ID " "
                       SL-FUNCTION-CODE " sin agrupar"
               ELSE
                   ADD 1 TO WS-DENIAL-COUNT
                   MOVE WS-OPR-FOUND-IX
                       TO WS-DN-OPR-IX(WS-DENIAL-COUNT)
                   MOVE SL-PROGRAM-ID
                       TO WS-DN-PROGRAM-ID(WS-DENIAL-COUNT)
                   MOVE SL-FUNCTION-CODE
                       TO WS-DN-FUNCTION-CODE(WS-DENIAL-COUNT)
                   MOVE ZERO TO WS-DN-COUNT(WS-DENIAL-COUNT)
                   MOVE SL-LOG-DATE
                       TO WS-DN-FIRST-DATE(WS-DENIAL-COUNT)
                   MOVE WS-DENIAL-COUNT TO WS-DENIAL-FOUND-IX
               END-IF
           END-IF
           IF WS-DENIAL-FOUND-IX > ZERO
               ADD 1 TO WS-DN-COUNT(WS-DENIAL-FOUND-IX)
               MOVE SL-LOG-DATE TO WS-DN-LAST-DATE(WS-DENIAL-FOUND-IX)
           END-IF.

       SCAN-DENIAL-ENTRY.
           IF WS-DN-OPR-IX(WS-DENIAL-IX) = WS-OPR-FOUND-IX AND
                   WS-DN-PROGRAM-ID(WS-DENIAL-IX) = SL-PROGRAM-ID AND
                   WS-DN-FUNCTION-CODE(WS-DENIAL-IX) = SL-FUNCTION-CODE
               MOVE WS-DENIAL-IX TO WS-DENIAL-FOUND-IX
           END-IF
           ADD 1 TO WS-DENIAL-IX.

      * The run log is in the order the runs happened, so a start
      * for a run date that already has an end record was a rerun.
       SCAN-RUN-LOG.
           OPEN INPUT CALC-RUN-LOG-FILE
           IF WS-RUN-LOG-FILE-STATUS = "35"
               SET END-OF-RUN-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RUN-LOG-RECORD
               PERFORM CHECK-ONE-RUN-LOG-RECORD
                   UNTIL END-OF-RUN-LOG-FILE
               CLOSE CALC-RUN-LOG-FILE
           END-IF.

       READ-NEXT-RUN-LOG-RECORD.
           READ CALC-RUN-LOG-FILE
               AT END
                   SET END-OF-RUN-LOG-FILE TO TRUE
           END-READ.

       CHECK-ONE-RUN-LOG-RECORD.
           MOVE "N" TO WS-RERUN-SWITCH
           MOVE 1 TO WS-ENDED-IX
           PERFORM SCAN-ENDED-DATE
               UNTIL WS-ENDED-IX > WS-ENDED-COUNT
                   OR START-IS-RERUN
           IF RN-RUN-END
               IF NOT START-IS-RERUN
                   IF WS-ENDED-COUNT < WS-ENDED-MAX
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE RN-RUN-DATE
                           TO WS-ENDED-DATE(WS-ENDED-COUNT)
                       MOVE RN-CYCLE-NO
                           TO WS-ENDED-CYCLE-NO(WS-ENDED-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE RN-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR
               MOVE RN-RUN-DATE TO WS-ACT-DATE
               MOVE "CORRIDAS" TO WS-ACT-SOURCE
               PERFORM NOTE-ACTIVITY
               MOVE 1 TO WS-PERM-IX
               PERFORM NOTE-PERMISSION-USE
               IF START-IS-RERUN
                   MOVE 2 TO WS-PERM-IX
                   PERFORM NOTE-PERMISSION-USE
               END-IF
           END-IF
           PERFORM READ-NEXT-RUN-LOG-RECORD.

       SCAN-ENDED-DATE.
           IF WS-ENDED-DATE(WS-ENDED-IX) = RN-RUN-DATE AND
                   WS-ENDED-CYCLE-NO(WS-ENDED-IX) = RN-CYCLE-NO
               SET START-IS-RERUN TO TRUE
           END-IF
           ADD 1 TO WS-ENDED-IX.

      * Posted results carry the operator of the run, or of the
      * release that posted them, and count as activity only - the
      * use of the run permission comes from the run log. Reversal
      * records carry the operator who authorized the reversal.
       SCAN-AUDIT-MASTER.
           OPEN INPUT CALC-AUDIT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CALCSAR: maestro de auditoria no disponible,"
                   " estado " WS-MASTER-FILE-STATUS
                   ", actividad solo del log de corridas"
           ELSE
               MOVE ZERO TO AM-RUN-DATE
               MOVE ZERO TO AM-CYCLE-NO
               MOVE ZERO TO AM-SEQ-NO
               MOVE LOW-VALUE TO AM-REVERSAL-FLAG
               START CALC-AUDIT-MASTER KEY >= AM-KEY
                   INVALID KEY
                       SET END-OF-AUDIT-FILE TO TRUE
               END-START
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM CHECK-ONE-AUDIT-RECORD UNTIL END-OF-AUDIT-FILE
               CLOSE CALC-AUDIT-MASTER
           END-IF.

       READ-NEXT-AUDIT-RECORD.
           IF NOT END-OF-AUDIT-FILE
               READ CALC-AUDIT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-AUDIT-FILE TO TRUE
                   NOT AT END
                       IF AM-RUN-DATE > WS-TO-DATE
                           SET END-OF-AUDIT-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHECK-ONE-AUDIT-RECORD.
           IF AM-OPERATOR-ID NOT = SPACES
               MOVE AM-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR
               MOVE AM-RUN-DATE TO WS-ACT-DATE
               MOVE "AUDITORI" TO WS-ACT-SOURCE
               PERFORM NOTE-ACTIVITY
               IF AM-REVERSAL-FLAG = "R"
                   MOVE 4 TO WS-PERM-IX
                   PERFORM NOTE-PERMISSION-USE
               END-IF
           END-IF
           PERFORM READ-NEXT-AUDIT-RECORD.

       SCAN-FIX-LOG.
           OPEN INPUT CALC-FIX-LOG-FILE
           IF WS-FIX-LOG-FILE-STATUS = "35"
               SET END-OF-FIX-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-FIX-LOG-RECORD
               PERFORM CHECK-ONE-FIX-LOG-RECORD
                   UNTIL END-OF-FIX-LOG-FILE
               CLOSE CALC-FIX-LOG-FILE
           END-IF.

       READ-NEXT-FIX-LOG-RECORD.
           READ CALC-FIX-LOG-FILE
               AT END
                   SET END-OF-FIX-LOG-FILE TO TRUE
           END-READ.

       CHECK-ONE-FIX-LOG-RECORD.
           IF FL-OPERATOR-ID NOT = SPACES
               MOVE FL-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR
               MOVE FL-FIX-DATE TO WS-ACT-DATE
               MOVE "CORRECC" TO WS-ACT-SOURCE
               PERFORM NOTE-ACTIVITY
               MOVE 3 TO WS-PERM-IX
               PERFORM NOTE-PERMISSION-USE
           END-IF
           PERFORM READ-NEXT-FIX-LOG-RECORD.

       SCAN-HOLD-FILE.
           OPEN INPUT CALC-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               SET END-OF-HOLD-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD-RECORD
               PERFORM CHECK-ONE-HOLD-RECORD UNTIL END-OF-HOLD-FILE
               CLOSE CALC-HOLD-FILE
           END-IF.

       READ-NEXT-HOLD-RECORD.
           READ CALC-HOLD-FILE
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
           END-READ.

       CHECK-ONE-HOLD-RECORD.
           IF (HD-APPROVED OR HD-REJECTED) AND
                   HD-RELEASE-OPERATOR NOT = SPACES
               MOVE HD-RELEASE-OPERATOR TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR
               MOVE HD-RELEASE-DATE TO WS-ACT-DATE
               MOVE "LIBERAC" TO WS-ACT-SOURCE
               PERFORM NOTE-ACTIVITY
               MOVE 6 TO WS-PERM-IX
               PERFORM NOTE-PERMISSION-USE
           END-IF
           PERFORM READ-NEXT-HOLD-RECORD.

       PRINT-REPORT-HEADING.
           MOVE "CALCSAR - REVISION DE SEGURIDAD Y ACCESOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO REVISADO: " WS-FROM-DATE " A " WS-TO-DATE
               "  DENEGACIONES REPETIDAS: " WS-REPEAT-LIMIT
               " O MAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-DENIAL-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- 1. INTENTOS DENEGADOS (CALCSLG) --" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DENIAL-COUNT = ZERO
               MOVE "SIN DENEGACIONES EN EL PERIODO" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "OPERADOR PROGRAMA FUNCION  INTENTOS"
                   "  PRIMERO   ULTIMO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-OPR-IX
               PERFORM PRINT-OPERATOR-DENIALS
                   UNTIL WS-OPR-IX > WS-OPR-COUNT
           END-IF.

       PRINT-OPERATOR-DENIALS.
           IF WS-OPR-DENIAL-COUNT(WS-OPR-IX) > ZERO
               MOVE 1 TO WS-DENIAL-IX
               PERFORM PRINT-ONE-DENIAL-GROUP
                   UNTIL WS-DENIAL-IX > WS-DENIAL-COUNT
               IF WS-OPR-DENIAL-COUNT(WS-OPR-IX) >= WS-REPEAT-LIMIT
                   ADD 1 TO WS-REPEAT-OPR-COUNT
                   MOVE WS-OPR-DENIAL-COUNT(WS-OPR-IX)
                       TO WS-EDIT-DENIALS
                   MOVE SPACES TO REPORT-LINE
                   STRING "   *** " WS-OPR-ID(WS-OPR-IX)
                       " DENEGADO " WS-EDIT-DENIALS
                       " VECES EN EL PERIODO - REPETIDO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-OPR-IX.

       PRINT-ONE-DENIAL-GROUP.
           IF WS-DN-OPR-IX(WS-DENIAL-IX) = WS-OPR-IX
               MOVE WS-DN-COUNT(WS-DENIAL-IX) TO WS-EDIT-DENIALS
               MOVE SPACES TO REPORT-LINE
               STRING WS-OPR-ID(WS-OPR-IX) " "
                   WS-DN-PROGRAM-ID(WS-DENIAL-IX) " "
                   WS-DN-FUNCTION-CODE(WS-DENIAL-IX) "  "
                   WS-EDIT-DENIALS "  "
                   WS-DN-FIRST-DATE(WS-DENIAL-IX) " "
                   WS-DN-LAST-DATE(WS-DENIAL-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-DENIAL-IX.

       PRINT-PERMISSION-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- 2. PERMISOS VIGENTES (CALCOPS) --" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADOR  CORRIDA RECORRID  CORRECC REVERSIO"
               "    TASAS  LIBERAC"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-OPR-IX
           PERFORM PRINT-ONE-PERMISSION-LINE
               UNTIL WS-OPR-IX > WS-OPR-COUNT.

       PRINT-ONE-PERMISSION-LINE.
           IF WS-OPR-ON-MASTER(WS-OPR-IX) = "Y"
               MOVE SPACES TO WS-PERM-LINE
               MOVE WS-OPR-ID(WS-OPR-IX) TO WS-PL-OPERATOR
               MOVE 1 TO WS-PERM-IX
               PERFORM MOVE-ONE-PERMISSION-FLAG
                   UNTIL WS-PERM-IX > WS-PERM-COUNT
               MOVE WS-PERM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-OPR-IX.

       MOVE-ONE-PERMISSION-FLAG.
           MOVE WS-OPR-AUTH(WS-OPR-IX, WS-PERM-IX)
               TO WS-PL-FLAG(WS-PERM-IX)
           ADD 1 TO WS-PERM-IX.

       PRINT-ACTIVITY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- 3. ULTIMA ACTIVIDAD POR OPERADOR --"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERADOR ULT.ACT. ORIGEN   DENEGAC  OBSERVACION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-OPR-IX
           PERFORM PRINT-ONE-ACTIVITY-LINE
               UNTIL WS-OPR-IX > WS-OPR-COUNT.

       PRINT-ONE-ACTIVITY-LINE.
           MOVE SPACES TO WS-NOTE
           IF WS-OPR-LAST-DATE(WS-OPR-IX) = ZERO
               MOVE "--------" TO WS-LAST-DATE-TEXT
               MOVE "SIN ACTIVIDAD" TO WS-NOTE
           ELSE
               MOVE WS-OPR-LAST-DATE(WS-OPR-IX) TO WS-LAST-DATE-TEXT
           END-IF
           IF WS-OPR-ON-MASTER(WS-OPR-IX) = "N"
               MOVE "NO ESTA EN CALCOPS" TO WS-NOTE
           END-IF
           MOVE WS-OPR-DENIAL-COUNT(WS-OPR-IX) TO WS-EDIT-DENIALS
           MOVE SPACES TO REPORT-LINE
           STRING WS-OPR-ID(WS-OPR-IX) " " WS-LAST-DATE-TEXT " "
               WS-OPR-LAST-SOURCE(WS-OPR-IX) " " WS-EDIT-DENIALS
               "  " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-OPR-IX.

       PRINT-REVOKE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- 4. CANDIDATOS A REVOCAR POR CALCOMM --"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERADOR PERMISO  MOTIVO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-OPR-IX
           PERFORM CHECK-OPERATOR-FOR-REVOKE
               UNTIL WS-OPR-IX > WS-OPR-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CANDIDATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERMISOS A REVOCAR:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHECK-BY-HAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERMISOS A VERIFICAR:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-OPERATOR-FOR-REVOKE.
           IF WS-OPR-ON-MASTER(WS-OPR-IX) = "Y"
               MOVE 1 TO WS-PERM-IX
               PERFORM CHECK-ONE-PERMISSION-USE
                   UNTIL WS-PERM-IX > WS-PERM-COUNT
           END-IF
           ADD 1 TO WS-OPR-IX.

       CHECK-ONE-PERMISSION-USE.
           IF WS-OPR-AUTH(WS-OPR-IX, WS-PERM-IX) = "Y"
               MOVE SPACES TO WS-NOTE
               EVALUATE TRUE
                   WHEN WS-OPR-SEEN-SWITCH(WS-OPR-IX) = "N"
                       ADD 1 TO WS-CANDIDATE-COUNT
                       MOVE "ID NUNCA APARECE" TO WS-NOTE
                   WHEN WS-PERM-IX = WS-RATE-PERM-IX
                       ADD 1 TO WS-CHECK-BY-HAND-COUNT
                       MOVE "USO NO REGISTRADO, VERIFICAR" TO WS-NOTE
                   WHEN WS-OPR-USED(WS-OPR-IX, WS-PERM-IX) = "N"
                       ADD 1 TO WS-CANDIDATE-COUNT
                       MOVE "SIN USO EN EL PERIODO" TO WS-NOTE
               END-EVALUATE
               IF WS-NOTE NOT = SPACES
                   PERFORM PRINT-REVOKE-LINE
               END-IF
           END-IF
           ADD 1 TO WS-PERM-IX.

       PRINT-REVOKE-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-OPR-LAST-DATE(WS-OPR-IX) = ZERO
               STRING WS-OPR-ID(WS-OPR-IX) " "
                   WS-PERM-NAME(WS-PERM-IX) " " WS-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-OPR-ID(WS-OPR-IX) " "
                   WS-PERM-NAME(WS-PERM-IX) " " WS-NOTE
                   " ULT.ACT. " WS-OPR-LAST-DATE(WS-OPR-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       END PROGRAM CALCSAR.
