      * Maintenance cards for the standing order master: action "A"
      * adds a template or replaces the one already on file with the
      * same template id; action "D" removes the template.
      * OU-OWNER-DEPT-ID is required on an "A" card.
      ******************************************************************
       01  ORDER-UPDATE-RECORD.
           05  OU-ACTION              PIC X(1).
           05  OU-FREQ-DAY            PIC 9(2).
           05  OU-EFF-FROM            PIC 9(8).
           05  OU-EFF-TO              PIC 9(8).
           05  OU-OWNER-DEPT-ID       PIC X(4).
