       FD  EXTRACT-FILE
           RECORDING MODE IS F.
      * Image of AUDIT-TRAIL-RECORD; keep the length equal to CALCAUD.
       01  EXTRACT-AUDIT-RECORD       PIC X(75).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
