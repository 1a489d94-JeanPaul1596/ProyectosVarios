      ******************************************************************
      * CALCCVJ - CALC-IMPORT-REJECT-FILE record layout.
      * One record per spreadsheet row CALCCSV could not convert,
      * for the department to correct: CJ-ROW-NO is the row number
      * the spreadsheet itself shows (the header is row 1), with the
      * reason and the row exactly as it was exported.
      *   I001 row over 200 characters, or more text than a column
      *        can hold
      *   I002 operation name or code not recognized
      *   I003 NUM1 is not an amount or a R:nnnnnn reference
      *   I004 NUM2 is not an amount or a R:nnnnnn reference
      *   I005 sequence number not numeric or over 6 digits
      *   I006 currency code is not three letters
      ******************************************************************
       01  IMPORT-REJECT-RECORD.
           05  CJ-DEPT-ID             PIC X(4).
           05  CJ-RUN-DATE            PIC 9(8).
           05  CJ-ROW-NO              PIC 9(6).
           05  CJ-REASON-CODE         PIC X(4).
           05  CJ-REASON-TEXT         PIC X(40).
           05  CJ-ROW-TEXT            PIC X(200).
