      *          extract register report accompanies each cut; when
      *          there is nothing new to extract no transmission
      *          file is cut and the register says so.
      *          Every cut is also registered on the transmission
      *          status file CALC-GL-XMIT-STATUS-FILE as
      *          unacknowledged, with its header dates and trailer
      *          figures, so CALCGAR can match the loader's
      *          acknowledgment to it and report it while none has
      *          come back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GL-TRANSMIT-FILE ASSIGN DYNAMIC WS-TRANSMIT-FILENAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-GL-XMIT-STATUS-FILE ASSIGN TO "CALCGXS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCGLXR"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
       COPY CALCGXT.

       FD  CALC-GL-XMIT-STATUS-FILE
           RECORDING MODE IS F.
       COPY CALCGXS.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).


       01 WS-CTL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-CTL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CTL-FILE VALUE "Y".
           IF WS-EXTRACT-COUNT > ZERO
               PERFORM CUT-TRANSMISSION-FILE
               PERFORM REWRITE-CONTROL-RECORD
               PERFORM REGISTER-TRANSMISSION
           END-IF
           PERFORM PRINT-EXTRACT-REGISTER

           WRITE GL-EXT-CONTROL-RECORD
           CLOSE CALC-GL-EXT-CTL-FILE.

       REGISTER-TRANSMISSION.
           OPEN EXTEND CALC-GL-XMIT-STATUS-FILE
           IF WS-XMIT-STATUS-FILE-STATUS = "35"
               OPEN OUTPUT CALC-GL-XMIT-STATUS-FILE
           END-IF
           INITIALIZE GL-XMIT-STATUS-RECORD
           MOVE WS-TRANSMIT-FILENAME TO TS-TRANSMIT-FILENAME
           MOVE GX-EXTRACT-DATE TO TS-EXTRACT-DATE
           MOVE WS-FROM-DATE TO TS-FROM-DATE
           MOVE WS-TO-DATE TO TS-TO-DATE
           MOVE WS-EXTRACT-COUNT TO TS-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO TS-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO TS-CREDIT-TOTAL
           SET TS-UNACKNOWLEDGED TO TRUE
           WRITE GL-XMIT-STATUS-RECORD
           CLOSE CALC-GL-XMIT-STATUS-FILE.

       PRINT-EXTRACT-REGISTER.
           OPEN OUTPUT REPORT-FILE
           MOVE "CALCGLX - REGISTRO DE ENTREGA AL GL" TO REPORT-LINE
