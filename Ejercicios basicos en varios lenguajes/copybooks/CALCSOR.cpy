      * and effective from/to dates (SO-EFF-TO zero means no end).
      * Maintained by CALCSOM; CALCGEN reads the file for a run
      * date and emits the day's due templates as ready-to-run
      * CALCTRN records for CALCMRG. SO-OWNER-DEPT-ID is the
      * department that asked for the template; CALCGEN logs it
      * with every transaction generated, so CALCCHB can bill the
      * volume to its owner rather than to the pseudo department.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-TEMPLATE-ID         PIC 9(6).
           05  SO-FREQ-DAY            PIC 9(2).
           05  SO-EFF-FROM            PIC 9(8).
           05  SO-EFF-TO              PIC 9(8).
           05  SO-OWNER-DEPT-ID       PIC X(4).
