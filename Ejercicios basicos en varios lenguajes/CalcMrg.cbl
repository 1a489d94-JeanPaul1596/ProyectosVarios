      *          duplicate of a transaction already merged from
      *          another department is flagged for review, and a
      *          per-department input count report closes the run.
      *          Each cross reference is also appended, with the run
      *          date from CALC-PARM-FILE, to the cumulative history
      *          CALC-XREF-HISTORY-FILE, which outlives the next
      *          merge and is what the chargeback bills from.
      *          The history block is stamped with the processing
      *          cycle from the parm card as well, so each cycle of
      *          a run date keeps its own cross reference.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CALC-MERGE-XREF-FILE ASSIGN TO "CALCMRX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-PARM-FILE ASSIGN TO "CALCPRM"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-XREF-HISTORY-FILE ASSIGN TO "CALCMXH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCMRGR"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY CALCMRX.

       FD  CALC-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCPRM.

       FD  CALC-XREF-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CALCMXH.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DEPT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CYCLE-NO PIC 9(2) VALUE 1.

       01 WS-DIR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-DIR-FILE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARM-FILE
           PERFORM LOAD-DEPT-DIRECTORY

           OPEN OUTPUT MERGED-TRANS-FILE
           OPEN OUTPUT CALC-MERGE-XREF-FILE
           OPEN EXTEND CALC-XREF-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT CALC-XREF-HISTORY-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM PRINT-REPORT-HEADING

           CLOSE MERGED-TRANS-FILE
           CLOSE CALC-MERGE-XREF-FILE
           CLOSE CALC-XREF-HISTORY-FILE
           CLOSE REPORT-FILE

           DISPLAY "CALCMRG: " WS-TOTAL-MERGED
               " departamentos"
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT CALC-PARM-FILE
           READ CALC-PARM-FILE
               AT END
                   DISPLAY "CALCMRG: CALC-PARM-FILE sin registros"
                   CLOSE CALC-PARM-FILE
                   STOP RUN
           END-READ
           MOVE PM-RUN-DATE TO WS-RUN-DATE
           IF PM-CYCLE-NO NUMERIC AND PM-CYCLE-NO > ZERO
               MOVE PM-CYCLE-NO TO WS-CYCLE-NO
           END-IF
           CLOSE CALC-PARM-FILE.

       LOAD-DEPT-DIRECTORY.
           OPEN INPUT CALC-MERGE-DIR-FILE
           PERFORM READ-NEXT-DIR-RECORD
           MOVE TR-SEQ-NO TO MX-ORIG-SEQ-NO
           WRITE MERGE-XREF-RECORD

           MOVE WS-RUN-DATE TO MH-RUN-DATE
           MOVE MX-NEW-SEQ-NO TO MH-NEW-SEQ-NO
           MOVE MX-DEPT-ID TO MH-DEPT-ID
           MOVE MX-ORIG-SEQ-NO TO MH-ORIG-SEQ-NO
           MOVE WS-CYCLE-NO TO MH-CYCLE-NO
           WRITE XREF-HISTORY-RECORD

           MOVE WS-NEXT-SEQ-NO TO TR-SEQ-NO
           MOVE CALC-TRANS-RECORD TO MERGED-TRANS-RECORD
           WRITE MERGED-TRANS-RECORD
