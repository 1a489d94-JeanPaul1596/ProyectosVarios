      ******************************************************************
      * CALCCVP - CALC-IMPORT-PARM-FILE record layout.
      * Run parameters for CALCCSV: the department whose spreadsheet
      * export is converted, the date it is converted for, the
      * delimited export to read, the CALCTRN-layout extract to write
      * (the file later named to CALCEDT and on CALCMRD) and the file
      * the rows that cannot be converted go to, CALCCVJ when blank.
      * CV-DELIMITER "," or ";" forces the column separator; blank
      * takes it from the header row. CV-DECIMAL-MARK "," or "."
      * forces the decimal mark of the amounts; blank works it out
      * amount by amount from how it is written.
      ******************************************************************
       01  CALC-IMPORT-PARM-RECORD.
           05  CV-DEPT-ID             PIC X(4).
           05  CV-RUN-DATE            PIC 9(8).
           05  CV-INPUT-FILENAME      PIC X(40).
           05  CV-OUTPUT-FILENAME     PIC X(40).
           05  CV-REJECT-FILENAME     PIC X(40).
           05  CV-DELIMITER           PIC X(1).
           05  CV-DECIMAL-MARK        PIC X(1).
