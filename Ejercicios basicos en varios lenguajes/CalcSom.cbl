      *          outside 1-31 or a non numeric effective-from date
      *          are rejected with a message, so a bad template
      *          cannot generate a bad transaction every single day.
      *          An "A" card must also name the owning department,
      *          which is what the chargeback bills the template's
      *          generated volume to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-ORD-FREQ-DAY PIC 9(2).
               10 WS-ORD-EFF-FROM PIC 9(8).
               10 WS-ORD-EFF-TO PIC 9(8).
               10 WS-ORD-OWNER-DEPT-ID PIC X(4).
               10 WS-ORD-DELETED-SWITCH PIC X.
       01 WS-ORDER-IX PIC 9(4) VALUE ZERO.
       01 WS-ORDER-FOUND-IX PIC 9(4) VALUE ZERO.
               MOVE SO-FREQ-DAY TO WS-ORD-FREQ-DAY(WS-ORDER-COUNT)
               MOVE SO-EFF-FROM TO WS-ORD-EFF-FROM(WS-ORDER-COUNT)
               MOVE SO-EFF-TO TO WS-ORD-EFF-TO(WS-ORDER-COUNT)
               MOVE SO-OWNER-DEPT-ID
                   TO WS-ORD-OWNER-DEPT-ID(WS-ORDER-COUNT)
               MOVE "N" TO WS-ORD-DELETED-SWITCH(WS-ORDER-COUNT)
           END-IF
           PERFORM READ-NEXT-ORDER-RECORD.
                   OU-OPCION < 1 OR OU-OPCION > 4 OR
                   OU-NUM1 NOT NUMERIC OR
                   OU-NUM2 NOT NUMERIC OR
                   OU-EFF-FROM NOT NUMERIC OR
                   OU-OWNER-DEPT-ID = SPACES
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF OU-FREQUENCY = "W" AND
           MOVE OU-FREQ-DAY TO WS-ORD-FREQ-DAY(WS-ORDER-FOUND-IX)
           MOVE OU-EFF-FROM TO WS-ORD-EFF-FROM(WS-ORDER-FOUND-IX)
           MOVE OU-EFF-TO TO WS-ORD-EFF-TO(WS-ORDER-FOUND-IX)
           MOVE OU-OWNER-DEPT-ID
               TO WS-ORD-OWNER-DEPT-ID(WS-ORDER-FOUND-IX)
           ADD 1 TO WS-REPLACED-COUNT.

       ADD-ORDER-ENTRY.
               MOVE OU-FREQ-DAY TO WS-ORD-FREQ-DAY(WS-ORDER-COUNT)
               MOVE OU-EFF-FROM TO WS-ORD-EFF-FROM(WS-ORDER-COUNT)
               MOVE OU-EFF-TO TO WS-ORD-EFF-TO(WS-ORDER-COUNT)
               MOVE OU-OWNER-DEPT-ID
                   TO WS-ORD-OWNER-DEPT-ID(WS-ORDER-COUNT)
               MOVE "N" TO WS-ORD-DELETED-SWITCH(WS-ORDER-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
               MOVE WS-ORD-FREQ-DAY(WS-ORDER-IX) TO SO-FREQ-DAY
               MOVE WS-ORD-EFF-FROM(WS-ORDER-IX) TO SO-EFF-FROM
               MOVE WS-ORD-EFF-TO(WS-ORDER-IX) TO SO-EFF-TO
               MOVE WS-ORD-OWNER-DEPT-ID(WS-ORDER-IX)
                   TO SO-OWNER-DEPT-ID
               WRITE STANDING-ORDER-RECORD
           END-IF
           ADD 1 TO WS-ORDER-IX.
