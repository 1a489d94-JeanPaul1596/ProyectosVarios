      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: GL loader acknowledgment reconciliation. CALCGLX
      *          cuts each GL transmission with header and trailer
      *          hash totals and registers it on the transmission
      *          status file CALC-GL-XMIT-STATUS-FILE as
      *          unacknowledged, but nothing read back what the GL
      *          loader did with it, and twice a transmission was
      *          refused on the GL side without anybody here knowing
      *          for weeks. This program reads the loader's
      *          acknowledgment file named on CALC-GL-ACK-PARM-FILE
      *          and matches each acknowledgment to the transmission
      *          it answers by the header's run date range and
      *          extract date. The loader's accepted count and
      *          totals plus the rejected lines must add back to the
      *          XT-RECORD-COUNT, XT-DEBIT-TOTAL and XT-CREDIT-TOTAL
      *          that were sent: the transmission is then marked
      *          confirmed, or partially rejected when the loader
      *          refused anything, and one that does not add back is
      *          marked out of balance. Every rejected detail goes
      *          to the GL suspense file CALC-GL-SUSPENSE-FILE with
      *          the loader's reason so it can be corrected and sent
      *          again; a transmission refused as a whole has all of
      *          its details suspended from the transmission file.
      *          The daily report also lists every transmission
      *          still unacknowledged more than the parm card's
      *          number of days after it was cut. Ends with
      *          RETURN-CODE 8 when an acknowledgment is out of
      *          balance, incomplete or matches no transmission, and
      *          RETURN-CODE 4 when something was rejected or is
      *          overdue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-GL-ACK-PARM-FILE ASSIGN TO "CALCGAP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-ACK-FILE ASSIGN DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT CALC-GL-XMIT-STATUS-FILE ASSIGN TO "CALCGXS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS-FILE-STATUS.

           SELECT GL-TRANSMIT-FILE ASSIGN DYNAMIC WS-TRANSMIT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-FILE-STATUS.

           SELECT CALC-GL-SUSPENSE-FILE ASSIGN TO "CALCGLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-SUSPENSE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCGARR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GL-ACK-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCGAP.

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
       COPY CALCGAK.

       FD  CALC-GL-XMIT-STATUS-FILE
           RECORDING MODE IS F.
       COPY CALCGXS.

       FD  GL-TRANSMIT-FILE
           RECORDING MODE IS F.
       COPY CALCGXT.

       FD  CALC-GL-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CALCGLS.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-FILENAME PIC X(40) VALUE SPACES.
       01 WS-TRANSMIT-FILENAME PIC X(40) VALUE SPACES.

       01 WS-ACK-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-TRANSMIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-ACK-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-ACK-FILE VALUE "Y".
       01 WS-STATUS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-STATUS-FILE VALUE "Y".
       01 WS-TRANSMIT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-TRANSMIT-FILE VALUE "Y".

       01 WS-OVERDUE-DAYS PIC 9(3) VALUE ZERO.
       01 WS-DEFAULT-OVERDUE-DAYS PIC 9(3) VALUE 3.
       01 WS-RUN-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-DAYS-OUTSTANDING PIC S9(8) VALUE ZERO.

       01 WS-XMIT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XMIT-MAX PIC 9(4) VALUE 1000.
       01 WS-XMIT-TABLE.
           05 WS-XMIT-ENTRY OCCURS 1000 TIMES.
               10 WS-XS-FILENAME PIC X(40).
               10 WS-XS-EXTRACT-DATE PIC 9(8).
               10 WS-XS-FROM-DATE PIC 9(8).
               10 WS-XS-TO-DATE PIC 9(8).
               10 WS-XS-RECORD-COUNT PIC 9(6).
               10 WS-XS-DEBIT-TOTAL PIC S9(11)V99.
               10 WS-XS-CREDIT-TOTAL PIC S9(11)V99.
               10 WS-XS-STATUS PIC X.
               10 WS-XS-ACK-DATE PIC 9(8).
               10 WS-XS-ACCEPTED-COUNT PIC 9(6).
               10 WS-XS-ACCEPTED-DEBITS PIC S9(11)V99.
               10 WS-XS-ACCEPTED-CREDITS PIC S9(11)V99.
               10 WS-XS-REJECTED-COUNT PIC 9(6).
       01 WS-XMIT-IX PIC 9(4) VALUE ZERO.
       01 WS-XMIT-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-MATCH-ANY-SWITCH PIC X VALUE "N".

      * State of the acknowledgment being read: "N" none open, "M"
      * matched to an unacknowledged transmission, "A" answering one
      * already acknowledged, "X" matching no transmission at all.
       01 WS-ACK-STATE PIC X VALUE "N".
           88 NO-ACK-OPEN VALUE "N".
           88 ACK-MATCHED VALUE "M".
           88 ACK-ALREADY-DONE VALUE "A".
           88 ACK-UNMATCHED VALUE "X".
       01 WS-ACK-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACK-TO-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACK-EXTRACT-DATE PIC 9(8) VALUE ZERO.
       01 WS-ACK-LOAD-DATE PIC 9(8) VALUE ZERO.
       01 WS-REJ-LINES PIC 9(6) VALUE ZERO.
       01 WS-REJ-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-REJ-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECK-DEBITS PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECK-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECK-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REASON-CODE PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT PIC X(36) VALUE SPACES.

       01 WS-ACK-PROCESSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACK-PROBLEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CONFIRMED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PARTIAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNBALANCED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNACK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NEW-PARTIAL-COUNT PIC 9(4) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2 PIC ZZZ,ZZ9.
       01 WS-EDIT-COUNT-3 PIC ZZZ,ZZ9.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-SUM-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-SUM-3 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT PIC -Z(6)9.99.
       01 WS-EDIT-DAYS PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-ACK-PARM-FILE
           PERFORM LOAD-XMIT-STATUS-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADING

           IF WS-ACK-FILENAME = SPACES
               MOVE "SIN ARCHIVO DE ACUSE EN ESTA CORRIDA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM RECONCILE-ACK-FILE
               PERFORM REWRITE-XMIT-STATUS-FILE
           END-IF

           PERFORM PRINT-OVERDUE-SECTION
           PERFORM PRINT-STATUS-SUMMARY
           CLOSE REPORT-FILE

           IF WS-ACK-PROBLEM-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NEW-PARTIAL-COUNT > ZERO OR
                       WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CALCGAR: " WS-ACK-PROCESSED-COUNT
               " acuses conciliados, " WS-SUSPENDED-COUNT
               " rechazos a suspenso, " WS-OVERDUE-COUNT
               " transmisiones vencidas sin acuse"
           STOP RUN.

       READ-ACK-PARM-FILE.
           OPEN INPUT CALC-GL-ACK-PARM-FILE
           READ CALC-GL-ACK-PARM-FILE
               AT END
                   DISPLAY "CALCGAR: CALC-GL-ACK-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-GL-ACK-PARM-FILE
                   STOP RUN
           END-READ
           MOVE GA-ACK-FILENAME TO WS-ACK-FILENAME
           IF GA-OVERDUE-DAYS NUMERIC AND GA-OVERDUE-DAYS > ZERO
               MOVE GA-OVERDUE-DAYS TO WS-OVERDUE-DAYS
           ELSE
               MOVE WS-DEFAULT-OVERDUE-DAYS TO WS-OVERDUE-DAYS
           END-IF
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(GA-RUN-DATE)
           CLOSE CALC-GL-ACK-PARM-FILE.

       LOAD-XMIT-STATUS-TABLE.
           OPEN INPUT CALC-GL-XMIT-STATUS-FILE
           IF WS-XMIT-STATUS-FILE-STATUS = "35"
               DISPLAY "CALCGAR: sin archivo de estado de "
                   "transmisiones, CALCGLX no ha cortado ninguna"
               SET END-OF-STATUS-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-STATUS-RECORD
               PERFORM STORE-XMIT-ENTRY UNTIL END-OF-STATUS-FILE
               CLOSE CALC-GL-XMIT-STATUS-FILE
           END-IF.

       READ-NEXT-STATUS-RECORD.
           READ CALC-GL-XMIT-STATUS-FILE
               AT END
                   SET END-OF-STATUS-FILE TO TRUE
           END-READ.

       STORE-XMIT-ENTRY.
           IF WS-XMIT-COUNT >= WS-XMIT-MAX
               DISPLAY "CALCGAR: tabla de transmisiones llena, "
                   TS-TRANSMIT-FILENAME " perdida"
           ELSE
               ADD 1 TO WS-XMIT-COUNT
               MOVE TS-TRANSMIT-FILENAME
                   TO WS-XS-FILENAME(WS-XMIT-COUNT)
               MOVE TS-EXTRACT-DATE
                   TO WS-XS-EXTRACT-DATE(WS-XMIT-COUNT)
               MOVE TS-FROM-DATE TO WS-XS-FROM-DATE(WS-XMIT-COUNT)
               MOVE TS-TO-DATE TO WS-XS-TO-DATE(WS-XMIT-COUNT)
               MOVE TS-RECORD-COUNT
                   TO WS-XS-RECORD-COUNT(WS-XMIT-COUNT)
               MOVE TS-DEBIT-TOTAL TO WS-XS-DEBIT-TOTAL(WS-XMIT-COUNT)
               MOVE TS-CREDIT-TOTAL
                   TO WS-XS-CREDIT-TOTAL(WS-XMIT-COUNT)
               MOVE TS-STATUS TO WS-XS-STATUS(WS-XMIT-COUNT)
               MOVE TS-ACK-DATE TO WS-XS-ACK-DATE(WS-XMIT-COUNT)
               MOVE TS-ACCEPTED-COUNT
                   TO WS-XS-ACCEPTED-COUNT(WS-XMIT-COUNT)
               MOVE TS-ACCEPTED-DEBITS
                   TO WS-XS-ACCEPTED-DEBITS(WS-XMIT-COUNT)
               MOVE TS-ACCEPTED-CREDITS
                   TO WS-XS-ACCEPTED-CREDITS(WS-XMIT-COUNT)
               MOVE TS-REJECTED-COUNT
                   TO WS-XS-REJECTED-COUNT(WS-XMIT-COUNT)
           END-IF
           PERFORM READ-NEXT-STATUS-RECORD.

      * One acknowledgment file may answer several transmissions,
      * each as its own header, reject lines and trailer.
       RECONCILE-ACK-FILE.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-STATUS = "35"
               DISPLAY "CALCGAR: archivo de acuse " WS-ACK-FILENAME
                   " no existe"
               ADD 1 TO WS-ACK-PROBLEM-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** ARCHIVO DE ACUSE NO ENCONTRADO: "
                   WS-ACK-FILENAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN EXTEND CALC-GL-SUSPENSE-FILE
               IF WS-GL-SUSPENSE-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-GL-SUSPENSE-FILE
               END-IF
               PERFORM READ-NEXT-ACK-RECORD
               PERFORM PROCESS-ACK-RECORD UNTIL END-OF-ACK-FILE
               IF NOT NO-ACK-OPEN
                   PERFORM REPORT-INCOMPLETE-ACK
               END-IF
               CLOSE CALC-GL-SUSPENSE-FILE
               CLOSE GL-ACK-FILE
           END-IF.

       READ-NEXT-ACK-RECORD.
           READ GL-ACK-FILE
               AT END
                   SET END-OF-ACK-FILE TO TRUE
           END-READ.

       PROCESS-ACK-RECORD.
           EVALUATE TRUE
               WHEN AK-HEADER
                   IF NOT NO-ACK-OPEN
                       PERFORM REPORT-INCOMPLETE-ACK
                   END-IF
                   PERFORM START-ACK-TRANSMISSION
               WHEN AK-REJECT
                   IF NO-ACK-OPEN
                       ADD 1 TO WS-ACK-PROBLEM-COUNT
                       DISPLAY "CALCGAR: rechazo fuera de un acuse, "
                           "ignorado"
                   ELSE
                       PERFORM TAKE-ACK-REJECT
                   END-IF
               WHEN AK-TRAILER
                   IF NO-ACK-OPEN
                       ADD 1 TO WS-ACK-PROBLEM-COUNT
                       DISPLAY "CALCGAR: cola de acuse sin "
                           "encabezado, ignorada"
                   ELSE
                       PERFORM FINISH-ACK-TRANSMISSION
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ACK-PROBLEM-COUNT
                   DISPLAY "CALCGAR: tipo de registro de acuse "
                       "invalido '" AK-RECORD-TYPE "'"
           END-EVALUATE
           PERFORM READ-NEXT-ACK-RECORD.

      * An acknowledgment is matched to the unacknowledged
      * transmission with the same run date range and extract date;
      * failing that, to one already acknowledged, so a loader that
      * sends the same answer twice is reported, not suspended
      * twice.
       START-ACK-TRANSMISSION.
           MOVE AK-FROM-DATE TO WS-ACK-FROM-DATE
           MOVE AK-TO-DATE TO WS-ACK-TO-DATE
           MOVE AK-EXTRACT-DATE TO WS-ACK-EXTRACT-DATE
           MOVE AK-LOAD-DATE TO WS-ACK-LOAD-DATE
           MOVE ZERO TO WS-REJ-LINES
           MOVE ZERO TO WS-REJ-DEBITS
           MOVE ZERO TO WS-REJ-CREDITS
           MOVE "N" TO WS-MATCH-ANY-SWITCH
           PERFORM FIND-XMIT-ENTRY
           IF WS-XMIT-FOUND-IX > ZERO
               SET ACK-MATCHED TO TRUE
           ELSE
               MOVE "Y" TO WS-MATCH-ANY-SWITCH
               PERFORM FIND-XMIT-ENTRY
               IF WS-XMIT-FOUND-IX > ZERO
                   SET ACK-ALREADY-DONE TO TRUE
               ELSE
                   SET ACK-UNMATCHED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-XMIT-FOUND-IX > ZERO
               MOVE WS-XS-FILENAME(WS-XMIT-FOUND-IX)
                   TO WS-TRANSMIT-FILENAME
               STRING "TRANSMISION: " WS-TRANSMIT-FILENAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE SPACES TO WS-TRANSMIT-FILENAME
               MOVE "TRANSMISION: (NO IDENTIFICADA)" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRAIDA: " WS-ACK-EXTRACT-DATE
               "  RANGO: " WS-ACK-FROM-DATE " A " WS-ACK-TO-DATE
               "  CARGADA: " WS-ACK-LOAD-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FIND-XMIT-ENTRY.
           MOVE ZERO TO WS-XMIT-FOUND-IX
           MOVE 1 TO WS-XMIT-IX
           PERFORM SCAN-XMIT-ENTRY
               UNTIL WS-XMIT-IX > WS-XMIT-COUNT
                   OR WS-XMIT-FOUND-IX > ZERO.

       SCAN-XMIT-ENTRY.
           IF WS-XS-EXTRACT-DATE(WS-XMIT-IX) = WS-ACK-EXTRACT-DATE AND
                   WS-XS-FROM-DATE(WS-XMIT-IX) = WS-ACK-FROM-DATE AND
                   WS-XS-TO-DATE(WS-XMIT-IX) = WS-ACK-TO-DATE
               IF WS-XS-STATUS(WS-XMIT-IX) = "U" OR
                       WS-MATCH-ANY-SWITCH = "Y"
                   MOVE WS-XMIT-IX TO WS-XMIT-FOUND-IX
               END-IF
           END-IF
           ADD 1 TO WS-XMIT-IX.

       TAKE-ACK-REJECT.
           ADD 1 TO WS-REJ-LINES
           MOVE AK-REJECT-IMAGE TO GS-GL-DETAIL
           MOVE AK-REASON-CODE TO WS-REASON-CODE
           MOVE AK-REASON-TEXT TO WS-REASON-TEXT
           PERFORM TALLY-REJECTED-POSTING.

      * Rejected postings are suspended only for a transmission
      * being acknowledged for the first time.
       TALLY-REJECTED-POSTING.
           IF GS-DR-CR-INDICATOR = "D"
               ADD GS-AMOUNT TO WS-REJ-DEBITS
           ELSE
               ADD GS-AMOUNT TO WS-REJ-CREDITS
           END-IF
           IF ACK-MATCHED
               PERFORM WRITE-GL-SUSPENSE-RECORD
           END-IF
           PERFORM PRINT-REJECT-LINE.

       WRITE-GL-SUSPENSE-RECORD.
           MOVE WS-TRANSMIT-FILENAME TO GS-TRANSMIT-FILENAME
           MOVE WS-ACK-EXTRACT-DATE TO GS-EXTRACT-DATE
           MOVE GA-RUN-DATE TO GS-ACK-DATE
           MOVE WS-REASON-CODE TO GS-REASON-CODE
           MOVE WS-REASON-TEXT TO GS-REASON-TEXT
           WRITE GL-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENDED-COUNT.

       PRINT-REJECT-LINE.
           MOVE GS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  RECHAZO " GS-ACCOUNT-CODE " " GS-CURRENCY-CODE
               " " GS-DR-CR-INDICATOR " " WS-EDIT-AMOUNT
               " " WS-REASON-CODE " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FINISH-ACK-TRANSMISSION.
           EVALUATE TRUE
               WHEN ACK-MATCHED
                   PERFORM SETTLE-MATCHED-ACK
               WHEN ACK-ALREADY-DONE
                   ADD 1 TO WS-ACK-PROBLEM-COUNT
                   MOVE "*** TRANSMISION YA ACUSADA - ACUSE REPETIDO,"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "*** NO SE MODIFICA SU ESTADO NI SU SUSPENSO"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-ACK-PROBLEM-COUNT
                   MOVE "*** ACUSE SIN TRANSMISION REGISTRADA QUE "
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "*** COINCIDA CON SUS FECHAS" TO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE
           SET NO-ACK-OPEN TO TRUE.

      * A transmission refused as a whole comes back without reject
      * lines; its details are taken from the transmission file
      * itself, all with the trailer's reason.
       SETTLE-MATCHED-ACK.
           ADD 1 TO WS-ACK-PROCESSED-COUNT
           IF AK-REJECTED-COUNT > ZERO AND WS-REJ-LINES = ZERO AND
                   AK-ACCEPTED-COUNT = ZERO
               MOVE AK-FILE-REASON-CODE TO WS-REASON-CODE
               MOVE AK-FILE-REASON-TEXT TO WS-REASON-TEXT
               PERFORM SUSPEND-WHOLE-TRANSMISSION
           END-IF

           MOVE WS-XMIT-FOUND-IX TO WS-XMIT-IX
           MOVE GA-RUN-DATE TO WS-XS-ACK-DATE(WS-XMIT-IX)
           MOVE AK-ACCEPTED-COUNT TO WS-XS-ACCEPTED-COUNT(WS-XMIT-IX)
           MOVE AK-ACCEPTED-DEBITS
               TO WS-XS-ACCEPTED-DEBITS(WS-XMIT-IX)
           MOVE AK-ACCEPTED-CREDITS
               TO WS-XS-ACCEPTED-CREDITS(WS-XMIT-IX)
           MOVE AK-REJECTED-COUNT TO WS-XS-REJECTED-COUNT(WS-XMIT-IX)

           COMPUTE WS-CHECK-COUNT =
               AK-ACCEPTED-COUNT + AK-REJECTED-COUNT
           COMPUTE WS-CHECK-DEBITS =
               AK-ACCEPTED-DEBITS + WS-REJ-DEBITS
           COMPUTE WS-CHECK-CREDITS =
               AK-ACCEPTED-CREDITS + WS-REJ-CREDITS
           IF WS-CHECK-COUNT NOT = WS-XS-RECORD-COUNT(WS-XMIT-IX) OR
                   AK-REJECTED-COUNT NOT = WS-REJ-LINES OR
                   WS-CHECK-DEBITS NOT =
                       WS-XS-DEBIT-TOTAL(WS-XMIT-IX) OR
                   WS-CHECK-CREDITS NOT =
                       WS-XS-CREDIT-TOTAL(WS-XMIT-IX)
               MOVE "D" TO WS-XS-STATUS(WS-XMIT-IX)
               ADD 1 TO WS-ACK-PROBLEM-COUNT
           ELSE
               IF AK-REJECTED-COUNT = ZERO
                   MOVE "C" TO WS-XS-STATUS(WS-XMIT-IX)
               ELSE
                   MOVE "P" TO WS-XS-STATUS(WS-XMIT-IX)
                   ADD 1 TO WS-NEW-PARTIAL-COUNT
               END-IF
           END-IF
           PERFORM PRINT-ACK-FIGURES.

       SUSPEND-WHOLE-TRANSMISSION.
           MOVE "N" TO WS-TRANSMIT-EOF-SWITCH
           OPEN INPUT GL-TRANSMIT-FILE
           IF WS-TRANSMIT-FILE-STATUS NOT = "00"
               DISPLAY "CALCGAR: transmision " WS-TRANSMIT-FILENAME
                   " no disponible, estado " WS-TRANSMIT-FILE-STATUS
               MOVE SPACES TO REPORT-LINE
               STRING "*** TRANSMISION RECHAZADA COMPLETA NO "
                   "DISPONIBLE PARA SUSPENSO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM READ-NEXT-TRANSMIT-RECORD
               PERFORM SUSPEND-ONE-DETAIL UNTIL END-OF-TRANSMIT-FILE
               CLOSE GL-TRANSMIT-FILE
           END-IF.

       READ-NEXT-TRANSMIT-RECORD.
           READ GL-TRANSMIT-FILE
               AT END
                   SET END-OF-TRANSMIT-FILE TO TRUE
           END-READ.

       SUSPEND-ONE-DETAIL.
           IF XT-DETAIL
               ADD 1 TO WS-REJ-LINES
               MOVE XT-DETAIL-DATA TO GS-GL-DETAIL
               PERFORM TALLY-REJECTED-POSTING
           END-IF
           PERFORM READ-NEXT-TRANSMIT-RECORD.

       PRINT-ACK-FIGURES.
           MOVE SPACES TO REPORT-LINE
           STRING "                     ENVIADO          ACEPTADO"
               "         RECHAZADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-XS-RECORD-COUNT(WS-XMIT-IX) TO WS-EDIT-COUNT
           MOVE AK-ACCEPTED-COUNT TO WS-EDIT-COUNT-2
           MOVE AK-REJECTED-COUNT TO WS-EDIT-COUNT-3
           MOVE SPACES TO REPORT-LINE
           STRING "REGISTROS:           " WS-EDIT-COUNT
               "           " WS-EDIT-COUNT-2
               "           " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-XS-DEBIT-TOTAL(WS-XMIT-IX) TO WS-EDIT-SUM
           MOVE AK-ACCEPTED-DEBITS TO WS-EDIT-SUM-2
           MOVE WS-REJ-DEBITS TO WS-EDIT-SUM-3
           MOVE SPACES TO REPORT-LINE
           STRING "DEBITOS:  " WS-EDIT-SUM WS-EDIT-SUM-2
               WS-EDIT-SUM-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-XS-CREDIT-TOTAL(WS-XMIT-IX) TO WS-EDIT-SUM
           MOVE AK-ACCEPTED-CREDITS TO WS-EDIT-SUM-2
           MOVE WS-REJ-CREDITS TO WS-EDIT-SUM-3
           MOVE SPACES TO REPORT-LINE
           STRING "CREDITOS: " WS-EDIT-SUM WS-EDIT-SUM-2
               WS-EDIT-SUM-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE WS-XS-STATUS(WS-XMIT-IX)
               WHEN "C"
                   MOVE "RESULTADO: CONFIRMADA" TO REPORT-LINE
               WHEN "P"
                   MOVE "RESULTADO: PARCIALMENTE RECHAZADA - RECHAZOS"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "           ENVIADOS AL SUSPENSO DEL GL"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "RESULTADO: *** DESCUADRADA - EL ACUSE NO"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "           SUMA LO ENVIADO ***" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

      * A header without its trailer leaves the transmission as it
      * was; any rejects already read were still refused by the
      * loader and stay suspended.
       REPORT-INCOMPLETE-ACK.
           ADD 1 TO WS-ACK-PROBLEM-COUNT
           MOVE "*** ACUSE INCOMPLETO - SIN REGISTRO DE COLA, LA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** TRANSMISION QUEDA SIN ACUSE" TO REPORT-LINE
           WRITE REPORT-LINE
           SET NO-ACK-OPEN TO TRUE.

       REWRITE-XMIT-STATUS-FILE.
           OPEN OUTPUT CALC-GL-XMIT-STATUS-FILE
           MOVE 1 TO WS-XMIT-IX
           PERFORM WRITE-XMIT-STATUS-RECORD
               UNTIL WS-XMIT-IX > WS-XMIT-COUNT
           CLOSE CALC-GL-XMIT-STATUS-FILE.

       WRITE-XMIT-STATUS-RECORD.
           MOVE WS-XS-FILENAME(WS-XMIT-IX) TO TS-TRANSMIT-FILENAME
           MOVE WS-XS-EXTRACT-DATE(WS-XMIT-IX) TO TS-EXTRACT-DATE
           MOVE WS-XS-FROM-DATE(WS-XMIT-IX) TO TS-FROM-DATE
           MOVE WS-XS-TO-DATE(WS-XMIT-IX) TO TS-TO-DATE
           MOVE WS-XS-RECORD-COUNT(WS-XMIT-IX) TO TS-RECORD-COUNT
           MOVE WS-XS-DEBIT-TOTAL(WS-XMIT-IX) TO TS-DEBIT-TOTAL
           MOVE WS-XS-CREDIT-TOTAL(WS-XMIT-IX) TO TS-CREDIT-TOTAL
           MOVE WS-XS-STATUS(WS-XMIT-IX) TO TS-STATUS
           MOVE WS-XS-ACK-DATE(WS-XMIT-IX) TO TS-ACK-DATE
           MOVE WS-XS-ACCEPTED-COUNT(WS-XMIT-IX) TO TS-ACCEPTED-COUNT
           MOVE WS-XS-ACCEPTED-DEBITS(WS-XMIT-IX)
               TO TS-ACCEPTED-DEBITS
           MOVE WS-XS-ACCEPTED-CREDITS(WS-XMIT-IX)
               TO TS-ACCEPTED-CREDITS
           MOVE WS-XS-REJECTED-COUNT(WS-XMIT-IX) TO TS-REJECTED-COUNT
           WRITE GL-XMIT-STATUS-RECORD
           ADD 1 TO WS-XMIT-IX.

       PRINT-REPORT-HEADING.
           MOVE "CALCGAR - CONCILIACION DE ACUSES DEL CARGADOR GL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA: " GA-RUN-DATE "  ACUSE: " WS-ACK-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-OVERDUE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSMISIONES SIN ACUSE DESPUES DE " WS-EDIT-DAYS
               " DIAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVO                                  "
               "EXTRAIDA DIAS  REGISTROS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-XMIT-IX
           PERFORM CHECK-ONE-OVERDUE
               UNTIL WS-XMIT-IX > WS-XMIT-COUNT
           IF WS-OVERDUE-COUNT = ZERO
               MOVE "  (NINGUNA)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-OVERDUE.
           EVALUATE WS-XS-STATUS(WS-XMIT-IX)
               WHEN "C"
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN "P"
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN "D"
                   ADD 1 TO WS-UNBALANCED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNACK-COUNT
                   COMPUTE WS-DAYS-OUTSTANDING = WS-RUN-INTEGER -
                       FUNCTION INTEGER-OF-DATE(
                           WS-XS-EXTRACT-DATE(WS-XMIT-IX))
                   IF WS-DAYS-OUTSTANDING > WS-OVERDUE-DAYS
                       ADD 1 TO WS-OVERDUE-COUNT
                       PERFORM PRINT-OVERDUE-LINE
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-XMIT-IX.

       PRINT-OVERDUE-LINE.
           MOVE WS-DAYS-OUTSTANDING TO WS-EDIT-DAYS
           MOVE WS-XS-RECORD-COUNT(WS-XMIT-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-XS-FILENAME(WS-XMIT-IX) " "
               WS-XS-EXTRACT-DATE(WS-XMIT-IX) " " WS-EDIT-DAYS
               "    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-STATUS-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ESTADO DE TODAS LAS TRANSMISIONES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CONFIRMADAS:              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PARTIAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  PARCIALMENTE RECHAZADAS:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNBALANCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  DESCUADRADAS:             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNACK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  SIN ACUSE:                " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    DE ELLAS VENCIDAS:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RECHAZOS ENVIADOS AL SUSPENSO GL: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM CALCGAR.
