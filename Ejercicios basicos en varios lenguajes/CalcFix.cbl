      *          by CALCOMM): without the suspense correction
      *          permission the pass is refused with RETURN-CODE 8
      *          and the attempt is written to the security log
      *          CALCSLG for the auditors. Every item sent back for
      *          posting is also appended to CALC-FIX-LOG-FILE with
      *          the run date and cycle it was suspended under and
      *          its suspense reason, so the resubmission can be
      *          billed to the department that sent the original
      *          transaction.
      *          A card whose CO-REF-FLAG-1/2 is "R" resubmits that
      *          operand chained to CO-REF-SEQ-1/2 again instead of
      *          as the value it resolved to, so a chain CALCIMP
      *          found behind a bad transaction is recalculated by
      *          the next CALCULOS run from the corrected origin.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "CALCFIXR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-FIX-LOG-FILE ASSIGN TO "CALCFXL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-LOG-FILE-STATUS.

           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
       FD  CALC-SUSPENSE-OUT-FILE
           RECORDING MODE IS F.
      * Image of SUSPENSE-RECORD; keep the length equal to CALCSUS.
       01  SUSPENSE-OUT-RECORD        PIC X(83).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  CALC-FIX-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCFXL.

       FD  CALC-OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CALCOPS.
           88 END-OF-CORRECTION-FILE VALUE "Y".

       01 WS-CORRECTION-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-FIX-LOG-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-CORRECTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CORRECTION-MAX PIC 9(4) VALUE 1000.
               10 WS-COR-NUM1 PIC S9(7)V99.
               10 WS-COR-NUM2 PIC S9(7)V99.
               10 WS-COR-CURRENCY PIC X(3).
               10 WS-COR-REF-FLAG-1 PIC X(1).
               10 WS-COR-REF-SEQ-1 PIC 9(6).
               10 WS-COR-REF-FLAG-2 PIC X(1).
               10 WS-COR-REF-SEQ-2 PIC 9(6).
               10 WS-COR-USED-SWITCH PIC X.
       01 WS-COR-IX PIC 9(4) VALUE ZERO.
       01 WS-COR-FOUND-IX PIC 9(4) VALUE ZERO.
           OPEN INPUT CALC-SUSPENSE-FILE
           OPEN OUTPUT CALC-FIXED-TRANS-FILE
           OPEN OUTPUT CALC-SUSPENSE-OUT-FILE
           OPEN EXTEND CALC-FIX-LOG-FILE
           IF WS-FIX-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CALC-FIX-LOG-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM PRINT-REPORT-HEADING
           CLOSE CALC-SUSPENSE-FILE
           CLOSE CALC-FIXED-TRANS-FILE
           CLOSE CALC-SUSPENSE-OUT-FILE
           CLOSE CALC-FIX-LOG-FILE
           CLOSE REPORT-FILE
           STOP RUN.

               MOVE CO-NUM2 TO WS-COR-NUM2(WS-CORRECTION-COUNT)
               MOVE CO-CURRENCY-CODE
                   TO WS-COR-CURRENCY(WS-CORRECTION-COUNT)
               MOVE CO-REF-FLAG-1
                   TO WS-COR-REF-FLAG-1(WS-CORRECTION-COUNT)
               MOVE CO-REF-SEQ-1
                   TO WS-COR-REF-SEQ-1(WS-CORRECTION-COUNT)
               MOVE CO-REF-FLAG-2
                   TO WS-COR-REF-FLAG-2(WS-CORRECTION-COUNT)
               MOVE CO-REF-SEQ-2
                   TO WS-COR-REF-SEQ-2(WS-CORRECTION-COUNT)
               MOVE "N" TO WS-COR-USED-SWITCH(WS-CORRECTION-COUNT)
           END-IF
           PERFORM READ-NEXT-CORRECTION-RECORD.
                   TO TR-CURRENCY-CODE
               SET CARD-CHANGED-VALUES TO TRUE
           END-IF
           IF WS-COR-REF-FLAG-1(WS-COR-FOUND-IX) = "R"
               MOVE "R" TO TR-REF-FLAG-1
               MOVE WS-COR-REF-SEQ-1(WS-COR-FOUND-IX) TO TR-REF-SEQ-1
           END-IF
           IF WS-COR-REF-FLAG-2(WS-COR-FOUND-IX) = "R"
               MOVE "R" TO TR-REF-FLAG-2
               MOVE WS-COR-REF-SEQ-2(WS-COR-FOUND-IX) TO TR-REF-SEQ-2
           END-IF

           WRITE CALC-TRANS-RECORD

           MOVE FX-RUN-DATE TO FL-FIX-DATE
           MOVE FX-OPERATOR-ID TO FL-OPERATOR-ID
           MOVE SU-RUN-DATE TO FL-ORIG-RUN-DATE
           MOVE SU-CYCLE-NO TO FL-ORIG-CYCLE-NO
           MOVE SU-SEQ-NO TO FL-SEQ-NO
           MOVE TR-OPCION TO FL-OPCION
           MOVE SU-REASON-CODE TO FL-REASON-CODE

           IF CARD-CHANGED-VALUES
               ADD 1 TO WS-CORRECTED-COUNT
               MOVE "CORREGIDA" TO WS-DISPOSITION
               SET FL-CORRECTED TO TRUE
           ELSE
               ADD 1 TO WS-RESUBMITTED-COUNT
               MOVE "REENVIADA" TO WS-DISPOSITION
               SET FL-RESUBMITTED TO TRUE
           END-IF
           WRITE FIX-LOG-RECORD
           PERFORM PRINT-DISPOSITION-LINE.

       CARRY-OUTSTANDING-ITEM.
