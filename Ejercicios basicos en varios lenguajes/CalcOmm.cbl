      *          rewrites the master. Cards with a blank operator id
      *          or a permission flag other than Y or N are rejected
      *          with a message, so a fat-fingered card cannot hand
      *          out a permission nobody meant to grant. The release
      *          permission checked by CALCREL is maintained on the
      *          same card as the other permissions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-OPR-FIX-AUTH PIC X(1).
               10 WS-OPR-REV-AUTH PIC X(1).
               10 WS-OPR-RATE-AUTH PIC X(1).
               10 WS-OPR-RELEASE-AUTH PIC X(1).
               10 WS-OPR-DELETED-SWITCH PIC X.
       01 WS-OPR-IX PIC 9(4) VALUE ZERO.
       01 WS-OPR-FOUND-IX PIC 9(4) VALUE ZERO.
               MOVE OM-FIX-AUTH TO WS-OPR-FIX-AUTH(WS-OPR-COUNT)
               MOVE OM-REV-AUTH TO WS-OPR-REV-AUTH(WS-OPR-COUNT)
               MOVE OM-RATE-AUTH TO WS-OPR-RATE-AUTH(WS-OPR-COUNT)
               MOVE OM-RELEASE-AUTH
                   TO WS-OPR-RELEASE-AUTH(WS-OPR-COUNT)
               MOVE "N" TO WS-OPR-DELETED-SWITCH(WS-OPR-COUNT)
           END-IF
           PERFORM READ-NEXT-OPERATOR-RECORD.
                   (OS-REV-AUTH NOT = "Y" AND
                   OS-REV-AUTH NOT = "N") OR
                   (OS-RATE-AUTH NOT = "Y" AND
                   OS-RATE-AUTH NOT = "N") OR
                   (OS-RELEASE-AUTH NOT = "Y" AND
                   OS-RELEASE-AUTH NOT = "N")
               MOVE "N" TO WS-CARD-VALID-SWITCH
           END-IF
           IF NOT CARD-IS-VALID
           MOVE OS-FIX-AUTH TO WS-OPR-FIX-AUTH(WS-OPR-FOUND-IX)
           MOVE OS-REV-AUTH TO WS-OPR-REV-AUTH(WS-OPR-FOUND-IX)
           MOVE OS-RATE-AUTH TO WS-OPR-RATE-AUTH(WS-OPR-FOUND-IX)
           MOVE OS-RELEASE-AUTH
               TO WS-OPR-RELEASE-AUTH(WS-OPR-FOUND-IX)
           ADD 1 TO WS-REPLACED-COUNT.

       ADD-OPERATOR-ENTRY.
               MOVE OS-FIX-AUTH TO WS-OPR-FIX-AUTH(WS-OPR-COUNT)
               MOVE OS-REV-AUTH TO WS-OPR-REV-AUTH(WS-OPR-COUNT)
               MOVE OS-RATE-AUTH TO WS-OPR-RATE-AUTH(WS-OPR-COUNT)
               MOVE OS-RELEASE-AUTH
                   TO WS-OPR-RELEASE-AUTH(WS-OPR-COUNT)
               MOVE "N" TO WS-OPR-DELETED-SWITCH(WS-OPR-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
               MOVE WS-OPR-FIX-AUTH(WS-OPR-IX) TO OM-FIX-AUTH
               MOVE WS-OPR-REV-AUTH(WS-OPR-IX) TO OM-REV-AUTH
               MOVE WS-OPR-RATE-AUTH(WS-OPR-IX) TO OM-RATE-AUTH
               MOVE WS-OPR-RELEASE-AUTH(WS-OPR-IX) TO OM-RELEASE-AUTH
               WRITE OPERATOR-MASTER-RECORD
           END-IF
           ADD 1 TO WS-OPR-IX.
