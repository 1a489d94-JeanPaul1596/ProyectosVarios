       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
      * Image of AUDIT-TRAIL-RECORD; keep the length equal to CALCAUD.
       01  ARCHIVE-AUDIT-RECORD       PIC X(75).

       FD  ARC-CONTROL-FILE
           RECORDING MODE IS F.
       FD  NEW-AUDIT-FILE
           RECORDING MODE IS F.
      * Image of AUDIT-TRAIL-RECORD; keep the length equal to CALCAUD.
       01  NEW-AUDIT-RECORD           PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-FILENAME PIC X(40) VALUE "CALCARCH".
