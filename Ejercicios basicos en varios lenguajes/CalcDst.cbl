      *          delivery register closes the run with posted/
      *          suspensed/missing/total counts per department, so
      *          we can prove every department got every line back.
      *          Only the suspense records of the processing cycle
      *          on the parm card are returned, since the cross
      *          reference and result file are that cycle's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE "CALCOUT".
       01 WS-RETURN-FILENAME PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.

           DISPLAY "CALCDST: " WS-TOTAL-RETURNED
               " lineas devueltas a " WS-DEPT-COUNT
               " departamentos, fecha " WS-RUN-DATE
               " ciclo " WS-CYCLE-NO
           STOP RUN.

       READ-PARM-FILE.
                   STOP RUN
           END-READ
           MOVE PM-RUN-DATE TO WS-RUN-DATE
           IF PM-CYCLE-NO NUMERIC AND PM-CYCLE-NO > ZERO
               MOVE PM-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           IF PM-OUTPUT-FILENAME NOT = SPACES
               MOVE PM-OUTPUT-FILENAME TO WS-OUTPUT-FILENAME
           END-IF
           END-READ.

       STORE-SUSPENSE-ENTRY.
           IF SU-RUN-DATE = WS-RUN-DATE AND SU-CYCLE-NO = WS-CYCLE-NO
               IF WS-SUS-COUNT >= WS-SUS-MAX
                   DISPLAY "CALCDST: tabla de suspensos llena, "
                       "secuencia " SU-SEQ-NO " sin devolver"
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE CORRIDA: " WS-RUN-DATE
               "  CICLO: " WS-CYCLE-NO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
