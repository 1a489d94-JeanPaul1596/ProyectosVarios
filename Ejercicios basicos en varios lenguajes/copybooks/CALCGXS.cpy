      ******************************************************************
      * CALCGXS - CALC-GL-XMIT-STATUS-FILE record layout.
      * One record per GL transmission file cut by CALCGLX, written
      * with status "U" (unacknowledged) and the trailer figures the
      * loader was handed (XT-RECORD-COUNT, XT-DEBIT-TOTAL and
      * XT-CREDIT-TOTAL). CALCGAR matches the loader's
      * acknowledgment to it, stores what the loader says it
      * accepted and rejected, and moves it to "C" confirmed, "P"
      * partially rejected, or "D" when the loader's figures do not
      * add back to what was sent.
      ******************************************************************
       01  GL-XMIT-STATUS-RECORD.
           05  TS-TRANSMIT-FILENAME   PIC X(40).
           05  TS-EXTRACT-DATE        PIC 9(8).
           05  TS-FROM-DATE           PIC 9(8).
           05  TS-TO-DATE             PIC 9(8).
           05  TS-RECORD-COUNT        PIC 9(6).
           05  TS-DEBIT-TOTAL         PIC S9(11)V99.
           05  TS-CREDIT-TOTAL        PIC S9(11)V99.
           05  TS-STATUS              PIC X(1).
               88  TS-UNACKNOWLEDGED  VALUE "U".
               88  TS-CONFIRMED       VALUE "C".
               88  TS-PARTIAL-REJECT  VALUE "P".
               88  TS-OUT-OF-BALANCE  VALUE "D".
           05  TS-ACK-DATE            PIC 9(8).
           05  TS-ACCEPTED-COUNT      PIC 9(6).
           05  TS-ACCEPTED-DEBITS     PIC S9(11)V99.
           05  TS-ACCEPTED-CREDITS    PIC S9(11)V99.
           05  TS-REJECTED-COUNT      PIC 9(6).
