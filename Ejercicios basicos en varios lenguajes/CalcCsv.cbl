      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Import front-end for a department's spreadsheet
      *          export, so requests built in a spreadsheet no longer
      *          have to be re-keyed or hand-converted into the fixed
      *          CALCTRN layout. Reads a comma- or semicolon-delimited
      *          export with a header row; the header names the
      *          columns (SEC, OPERACION, NUM1, NUM2, MONEDA, in any
      *          order, other columns ignored), so the department can
      *          keep its own sheet layout. Amounts are taken the way
      *          people type them - "1.234,56", "-45.00", "(12.50)" -
      *          operations by name or code, and "R:000123" chains an
      *          operand to an earlier sequence. Each row becomes one
      *          CALCTRN record on the extract named on CALCCVP, ready
      *          for CALCEDT and CALCMRG; without a SEC column the
      *          rows are numbered 1, 2, 3... in sheet order. A
      *          conversion register prints every row's original text
      *          next to the converted fields, and a row that cannot
      *          be converted goes to the reject file (CALCCVJ layout)
      *          under the row number the spreadsheet shows, header
      *          being row 1. RETURN-CODE 4 when any row was rejected,
      *          8 when the export cannot be read or its header lacks
      *          the OPERACION, NUM1 or NUM2 column.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-IMPORT-PARM-FILE ASSIGN TO "CALCCVP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DELIMITED-IMPORT-FILE ASSIGN DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-FILE-STATUS.

           SELECT DEPT-TRANS-FILE ASSIGN DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT IMPORT-REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCCSVR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-IMPORT-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCCVP.

       FD  DELIMITED-IMPORT-FILE.
       01  IMPORT-ROW                 PIC X(400).

       FD  DEPT-TRANS-FILE
           RECORDING MODE IS F.
       COPY CALCTRN.

       FD  IMPORT-REJECT-FILE
           RECORDING MODE IS F.
       COPY CALCCVJ.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-OUTPUT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-REJECT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-IMPORT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-IMPORT-FILE VALUE "Y".

       01 WS-DELIMITER PIC X VALUE SPACE.
       01 WS-DECIMAL-MARK PIC X VALUE SPACE.
       01 WS-DELIMITER-COUNT PIC 9(3) VALUE ZERO.

      * The row as read, its length without trailing blanks or the
      * carriage return a PC export leaves, and its number as the
      * spreadsheet shows it (the header is row 1). A row with more
      * than 200 characters is flagged too long and rejected whole.
       01 WS-ROW-TEXT PIC X(200) VALUE SPACES.
       01 WS-WORK-ROW PIC X(200) VALUE SPACES.
       01 WS-ROW-LENGTH PIC 9(3) VALUE ZERO.
       01 WS-ROW-NO PIC 9(6) VALUE ZERO.
       01 WS-ROW-END-SWITCH PIC X VALUE "N".
           88 ROW-END-FOUND VALUE "Y".
       01 WS-ROW-LONG-SWITCH PIC X VALUE "N".
           88 ROW-TOO-LONG VALUE "Y".
       01 WS-PENDING-EOF-SWITCH PIC X VALUE "N".
           88 IMPORT-EOF-PENDING VALUE "Y".
       01 WS-BYTE-ORDER-MARK PIC X(3) VALUE X"EFBBBF".

      * The row split into columns. A quoted column may hold the
      * delimiter ("1.234,56" in a comma export); a doubled quote
      * inside it is one quote. Columns past WS-FIELD-MAX go to the
      * last entry and are never read.
       01 WS-FIELD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FIELD-MAX PIC 9(2) VALUE 20.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 21 TIMES.
               10 WS-FIELD-TEXT PIC X(40).
               10 WS-FIELD-LONG PIC X(1).
       01 WS-FIELD-IX PIC 9(2) VALUE ZERO.
       01 WS-FIELD-POS PIC 9(2) VALUE ZERO.
       01 WS-CHAR-IX PIC 9(3) VALUE ZERO.
       01 WS-NEXT-IX PIC 9(3) VALUE ZERO.
       01 WS-CHAR PIC X VALUE SPACE.
       01 WS-QUOTE-SWITCH PIC X VALUE "N".
           88 INSIDE-QUOTES VALUE "Y".

      * Column of each CALCTRN field, from the header; zero when the
      * header does not name it.
       01 WS-COL-SEQ PIC 9(2) VALUE ZERO.
       01 WS-COL-OPCION PIC 9(2) VALUE ZERO.
       01 WS-COL-NUM1 PIC 9(2) VALUE ZERO.
       01 WS-COL-NUM2 PIC 9(2) VALUE ZERO.
       01 WS-COL-CURRENCY PIC 9(2) VALUE ZERO.
       01 WS-COL-WANTED PIC 9(2) VALUE ZERO.

       01 WS-WORK-FIELD PIC X(40) VALUE SPACES.
       01 WS-WORK-LONG PIC X(1) VALUE "N".
       01 WS-LOWER-CASE PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Operation names the departments write, with the OPCION each
      * one stands for: 1 sumar, 2 restar, 3 multiplicar, 4 dividir.
       01 WS-OPER-NAME-VALUES.
           05 FILLER PIC X(14) VALUE "SUMAR".
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(14) VALUE "SUMA".
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(14) VALUE "+".
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC X(14) VALUE "RESTAR".
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC X(14) VALUE "RESTA".
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC X(14) VALUE "-".
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC X(14) VALUE "MULTIPLICAR".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(14) VALUE "MULTIPLICACION".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(14) VALUE "*".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(14) VALUE "X".
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC X(14) VALUE "DIVIDIR".
           05 FILLER PIC 9(2) VALUE 4.
           05 FILLER PIC X(14) VALUE "DIVISION".
           05 FILLER PIC 9(2) VALUE 4.
           05 FILLER PIC X(14) VALUE "/".
           05 FILLER PIC 9(2) VALUE 4.
       01 WS-OPER-NAME-TABLE REDEFINES WS-OPER-NAME-VALUES.
           05 WS-OPER-ENTRY OCCURS 13 TIMES.
               10 WS-OPER-NAME PIC X(14).
               10 WS-OPER-CODE PIC 9(2).
       01 WS-OPER-COUNT PIC 9(2) VALUE 13.
       01 WS-OPER-IX PIC 9(2) VALUE ZERO.
       01 WS-OPER-FOUND-IX PIC 9(2) VALUE ZERO.

      * Whole number work area: sequence numbers, operation codes
      * and the sequence of a R: reference.
       01 WS-NUM-TEXT PIC X(40) VALUE SPACES.
       01 WS-NUM-VALUE PIC 9(7) VALUE ZERO.
       01 WS-NUM-DIGITS PIC 9(2) VALUE ZERO.
       01 WS-NUM-IX PIC 9(2) VALUE ZERO.
       01 WS-NUM-SWITCH PIC X VALUE "Y".
           88 NUMBER-VALID VALUE "Y".
           88 NUMBER-INVALID VALUE "N".

      * Amount work area. The decimal mark is the one forced on the
      * parm card; otherwise, with both "." and "," present the
      * rightmost one is the decimal mark, and a single separator
      * followed by exactly three digits is read as thousands
      * ("1.234" is 1234,00), anything else as the decimal mark.
      * A minus sign before or after the digits, or parentheses
      * around them, make the amount negative.
       01 WS-AMT-TEXT PIC X(40) VALUE SPACES.
       01 WS-AMT-VALUE PIC S9(7)V99 VALUE ZERO.
       01 WS-AMT-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-AMT-DECIMALS PIC 9(2) VALUE ZERO.
       01 WS-AMT-DEC-DIGITS PIC 9(2) VALUE ZERO.
       01 WS-AMT-DEC-MARK PIC X VALUE SPACE.
       01 WS-AMT-IX PIC 9(2) VALUE ZERO.
       01 WS-AMT-DIGIT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-FIRST-DIGIT PIC 9(2) VALUE ZERO.
       01 WS-AMT-LAST-DIGIT PIC 9(2) VALUE ZERO.
       01 WS-AMT-DOT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-LAST-DOT PIC 9(2) VALUE ZERO.
       01 WS-AMT-AFTER-DOT PIC 9(2) VALUE ZERO.
       01 WS-AMT-COMMA-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-LAST-COMMA PIC 9(2) VALUE ZERO.
       01 WS-AMT-AFTER-COMMA PIC 9(2) VALUE ZERO.
       01 WS-AMT-SIGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-SIGN-POS PIC 9(2) VALUE ZERO.
       01 WS-AMT-MINUS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-OPEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-OPEN-POS PIC 9(2) VALUE ZERO.
       01 WS-AMT-CLOSE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AMT-CLOSE-POS PIC 9(2) VALUE ZERO.
       01 WS-AMT-SWITCH PIC X VALUE "Y".
           88 AMOUNT-VALID VALUE "Y".
           88 AMOUNT-INVALID VALUE "N".
       01 WS-AMT-PART-SWITCH PIC X VALUE "I".
           88 AMOUNT-IN-INTEGER VALUE "I".
           88 AMOUNT-IN-DECIMALS VALUE "D".
       01 WS-DIGIT-X PIC X VALUE "0".
       01 WS-DIGIT REDEFINES WS-DIGIT-X PIC 9.

      * One converted operand: a literal amount or a reference.
       01 WS-OPND-VALUE PIC S9(7)V99 VALUE ZERO.
       01 WS-OPND-REF-FLAG PIC X VALUE SPACE.
       01 WS-OPND-REF-SEQ PIC 9(6) VALUE ZERO.
       01 WS-OPND-SWITCH PIC X VALUE "Y".
           88 OPERAND-VALID VALUE "Y".
           88 OPERAND-INVALID VALUE "N".

       01 WS-ROW-SWITCH PIC X VALUE "Y".
           88 ROW-CONVERTED VALUE "Y".
           88 ROW-REJECTED VALUE "N".
       01 WS-BLANK-SWITCH PIC X VALUE "N".
           88 BLANK-ROW VALUE "Y".
       01 WS-REASON-CODE PIC X(4).
       01 WS-REASON-TEXT PIC X(40).

       01 WS-DATA-ROW-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BLANK-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SHEET-SEQ-NO PIC 9(6) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT PIC -(8)9.99.
       01 WS-SHOW-NUM1 PIC X(12).
       01 WS-SHOW-NUM2 PIC X(12).
       01 WS-SHOW-MARK PIC X(4).
       01 WS-CHUNK-START PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-IMPORT-PARM-FILE

           OPEN INPUT DELIMITED-IMPORT-FILE
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               DISPLAY "CALCCSV: no se pudo abrir la exportacion del "
                   "departamento " CV-DEPT-ID
                   ", estado " WS-IMPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM READ-HEADER-ROW
           PERFORM PRINT-REGISTER-HEADING
           IF WS-COL-OPCION = ZERO OR WS-COL-NUM1 = ZERO
                   OR WS-COL-NUM2 = ZERO
               PERFORM PRINT-HEADER-ERROR
               CLOSE DELIMITED-IMPORT-FILE
               CLOSE REPORT-FILE
               DISPLAY "CALCCSV: exportacion de " CV-DEPT-ID
                   " sin encabezado OPERACION/NUM1/NUM2, "
                   "no se convirtio"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DEPT-TRANS-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCCSV: no se pudo crear el extracto "
                   WS-OUTPUT-FILENAME ", estado " WS-DEPT-FILE-STATUS
               CLOSE DELIMITED-IMPORT-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IMPORT-REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "CALCCSV: no se pudo crear el archivo de "
                   "rechazos " WS-REJECT-FILENAME
                   ", estado " WS-REJECT-FILE-STATUS
               CLOSE DELIMITED-IMPORT-FILE
               CLOSE DEPT-TRANS-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-NEXT-ROW
           PERFORM CONVERT-ROWS UNTIL END-OF-IMPORT-FILE

           PERFORM PRINT-REGISTER-TOTALS

           CLOSE DELIMITED-IMPORT-FILE
           CLOSE DEPT-TRANS-FILE
           CLOSE IMPORT-REJECT-FILE
           CLOSE REPORT-FILE

           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "CALCCSV: exportacion de " CV-DEPT-ID " con "
                   WS-REJECTED-COUNT " filas rechazadas, ver "
                   WS-REJECT-FILENAME
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CALCCSV: exportacion de " CV-DEPT-ID
                   " convertida, " WS-CONVERTED-COUNT
                   " transacciones"
           END-IF
           STOP RUN.

       READ-IMPORT-PARM-FILE.
           OPEN INPUT CALC-IMPORT-PARM-FILE
           READ CALC-IMPORT-PARM-FILE
               AT END
                   DISPLAY "CALCCSV: CALC-IMPORT-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-IMPORT-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CV-INPUT-FILENAME TO WS-INPUT-FILENAME
           MOVE CV-OUTPUT-FILENAME TO WS-OUTPUT-FILENAME
           MOVE CV-REJECT-FILENAME TO WS-REJECT-FILENAME
           IF WS-REJECT-FILENAME = SPACES
               MOVE "CALCCVJ" TO WS-REJECT-FILENAME
           END-IF
           IF CV-DELIMITER = "," OR CV-DELIMITER = ";"
               MOVE CV-DELIMITER TO WS-DELIMITER
           END-IF
           IF CV-DECIMAL-MARK = "," OR CV-DECIMAL-MARK = "."
               MOVE CV-DECIMAL-MARK TO WS-DECIMAL-MARK
           END-IF
           CLOSE CALC-IMPORT-PARM-FILE.

      * The header is row 1. Unless the parm card forces it, a
      * semicolon anywhere in the header makes the export
      * semicolon-delimited, otherwise it is comma-delimited.
       READ-HEADER-ROW.
           PERFORM READ-NEXT-ROW
           IF END-OF-IMPORT-FILE
               MOVE SPACES TO WS-ROW-TEXT
               MOVE ZERO TO WS-ROW-LENGTH
           END-IF
           IF WS-ROW-TEXT(1:3) = WS-BYTE-ORDER-MARK
               MOVE WS-ROW-TEXT(4:197) TO WS-WORK-ROW
               MOVE WS-WORK-ROW TO WS-ROW-TEXT
               PERFORM FIND-ROW-LENGTH
           END-IF
           IF WS-DELIMITER = SPACE
               MOVE ZERO TO WS-DELIMITER-COUNT
               INSPECT WS-ROW-TEXT TALLYING WS-DELIMITER-COUNT
                   FOR ALL ";"
               IF WS-DELIMITER-COUNT > ZERO
                   MOVE ";" TO WS-DELIMITER
               ELSE
                   MOVE "," TO WS-DELIMITER
               END-IF
           END-IF
           PERFORM SPLIT-ROW
           MOVE 1 TO WS-FIELD-IX
           PERFORM MAP-HEADER-COLUMN
               UNTIL WS-FIELD-IX > WS-FIELD-COUNT
                   OR WS-FIELD-IX > WS-FIELD-MAX.

      * The first column carrying a known name wins; anything else
      * the department keeps on its sheet is left alone.
       MAP-HEADER-COLUMN.
           MOVE WS-FIELD-TEXT(WS-FIELD-IX) TO WS-WORK-FIELD
           INSPECT WS-WORK-FIELD
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN WS-WORK-FIELD = "SEC" OR "SECUENCIA" OR "SEQ"
                       OR "TR-SEQ-NO"
                   IF WS-COL-SEQ = ZERO
                       MOVE WS-FIELD-IX TO WS-COL-SEQ
                   END-IF
               WHEN WS-WORK-FIELD = "OPCION" OR "OP" OR "TR-OPCION"
                       OR WS-WORK-FIELD(1:6) = "OPERAC"
                   IF WS-COL-OPCION = ZERO
                       MOVE WS-FIELD-IX TO WS-COL-OPCION
                   END-IF
               WHEN WS-WORK-FIELD = "NUM1" OR "OPERANDO1"
                       OR "OPERANDO 1" OR "TR-NUM1"
                   IF WS-COL-NUM1 = ZERO
                       MOVE WS-FIELD-IX TO WS-COL-NUM1
                   END-IF
               WHEN WS-WORK-FIELD = "NUM2" OR "OPERANDO2"
                       OR "OPERANDO 2" OR "TR-NUM2"
                   IF WS-COL-NUM2 = ZERO
                       MOVE WS-FIELD-IX TO WS-COL-NUM2
                   END-IF
               WHEN WS-WORK-FIELD = "MONEDA" OR "MON" OR "DIVISA"
                       OR "TR-CURRENCY-CODE"
                   IF WS-COL-CURRENCY = ZERO
                       MOVE WS-FIELD-IX TO WS-COL-CURRENCY
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-FIELD-IX.

      * A line longer than the record comes back with a non-zero
      * status and, on status 06, the rest of the line is handed back
      * as further records; those are read off here so the rest of a
      * long row is never taken for a row of its own.
       READ-NEXT-ROW.
           MOVE "N" TO WS-ROW-LONG-SWITCH
           IF IMPORT-EOF-PENDING
               SET END-OF-IMPORT-FILE TO TRUE
           ELSE
               READ DELIMITED-IMPORT-FILE
                   AT END
                       SET END-OF-IMPORT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       MOVE IMPORT-ROW TO WS-ROW-TEXT
                       PERFORM CHECK-ROW-TOO-LONG
                       PERFORM FIND-ROW-LENGTH
                       PERFORM SKIP-ROW-CONTINUATION
                           UNTIL WS-IMPORT-FILE-STATUS NOT = "06"
               END-READ
           END-IF.

       CHECK-ROW-TOO-LONG.
           IF WS-IMPORT-FILE-STATUS NOT = "00"
               SET ROW-TOO-LONG TO TRUE
           END-IF
           IF IMPORT-ROW(202:199) NOT = SPACES
               SET ROW-TOO-LONG TO TRUE
           END-IF
           IF IMPORT-ROW(201:1) NOT = SPACE
                   AND IMPORT-ROW(201:1) NOT = X"0D"
               SET ROW-TOO-LONG TO TRUE
           END-IF.

       SKIP-ROW-CONTINUATION.
           READ DELIMITED-IMPORT-FILE
               AT END
                   SET IMPORT-EOF-PENDING TO TRUE
                   MOVE "10" TO WS-IMPORT-FILE-STATUS
           END-READ.

       FIND-ROW-LENGTH.
           MOVE 200 TO WS-ROW-LENGTH
           MOVE "N" TO WS-ROW-END-SWITCH
           PERFORM BACK-UP-ROW-LENGTH UNTIL ROW-END-FOUND.

       BACK-UP-ROW-LENGTH.
           IF WS-ROW-LENGTH = ZERO
               SET ROW-END-FOUND TO TRUE
           ELSE
               IF WS-ROW-TEXT(WS-ROW-LENGTH:1) = SPACE
                       OR WS-ROW-TEXT(WS-ROW-LENGTH:1) = X"0D"
                   MOVE SPACE TO WS-ROW-TEXT(WS-ROW-LENGTH:1)
                   SUBTRACT 1 FROM WS-ROW-LENGTH
               ELSE
                   SET ROW-END-FOUND TO TRUE
               END-IF
           END-IF.

       SPLIT-ROW.
           MOVE SPACES TO WS-FIELD-TABLE
           MOVE 1 TO WS-FIELD-COUNT
           MOVE "N" TO WS-FIELD-LONG(1)
           MOVE ZERO TO WS-FIELD-POS
           MOVE "N" TO WS-QUOTE-SWITCH
           MOVE 1 TO WS-CHAR-IX
           PERFORM SPLIT-ONE-CHARACTER
               UNTIL WS-CHAR-IX > WS-ROW-LENGTH.

       SPLIT-ONE-CHARACTER.
           MOVE WS-ROW-TEXT(WS-CHAR-IX:1) TO WS-CHAR
           IF INSIDE-QUOTES
               IF WS-CHAR = QUOTE
                   PERFORM CLOSE-OR-DOUBLE-QUOTE
               ELSE
                   PERFORM ADD-FIELD-CHARACTER
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CHAR = WS-DELIMITER
                       PERFORM START-NEXT-FIELD
                   WHEN WS-CHAR = QUOTE AND WS-FIELD-POS = ZERO
                       SET INSIDE-QUOTES TO TRUE
                   WHEN WS-CHAR = SPACE AND WS-FIELD-POS = ZERO
                       CONTINUE
                   WHEN OTHER
                       PERFORM ADD-FIELD-CHARACTER
               END-EVALUATE
           END-IF
           ADD 1 TO WS-CHAR-IX.

      * Inside quotes a doubled quote is one quote character; a
      * single quote ends the quoted text.
       CLOSE-OR-DOUBLE-QUOTE.
           MOVE "N" TO WS-QUOTE-SWITCH
           IF WS-CHAR-IX < WS-ROW-LENGTH
               COMPUTE WS-NEXT-IX = WS-CHAR-IX + 1
               IF WS-ROW-TEXT(WS-NEXT-IX:1) = QUOTE
                   PERFORM ADD-FIELD-CHARACTER
                   MOVE WS-NEXT-IX TO WS-CHAR-IX
                   SET INSIDE-QUOTES TO TRUE
               END-IF
           END-IF.

       START-NEXT-FIELD.
           IF WS-FIELD-COUNT NOT > WS-FIELD-MAX
               ADD 1 TO WS-FIELD-COUNT
               MOVE "N" TO WS-FIELD-LONG(WS-FIELD-COUNT)
           END-IF
           MOVE ZERO TO WS-FIELD-POS.

       ADD-FIELD-CHARACTER.
           IF WS-FIELD-COUNT NOT > WS-FIELD-MAX
               IF WS-FIELD-POS < 40
                   ADD 1 TO WS-FIELD-POS
                   MOVE WS-CHAR TO
                       WS-FIELD-TEXT(WS-FIELD-COUNT)(WS-FIELD-POS:1)
               ELSE
                   MOVE "Y" TO WS-FIELD-LONG(WS-FIELD-COUNT)
               END-IF
           END-IF.

      * One data row: blank rows (nothing in the mapped columns) are
      * listed and skipped; every other row is either written to the
      * extract or rejected with the first reason found.
       CONVERT-ROWS.
           PERFORM SPLIT-ROW
           PERFORM CHECK-BLANK-ROW
           IF ROW-TOO-LONG
               MOVE "N" TO WS-BLANK-SWITCH
           END-IF
           PERFORM PRINT-ORIGINAL-TEXT
           IF BLANK-ROW
               ADD 1 TO WS-BLANK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    -> FILA EN BLANCO, OMITIDA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-DATA-ROW-COUNT
               ADD 1 TO WS-SHEET-SEQ-NO
               PERFORM CONVERT-ONE-ROW
               IF ROW-CONVERTED
                   WRITE CALC-TRANS-RECORD
                   ADD 1 TO WS-CONVERTED-COUNT
                   PERFORM PRINT-CONVERTED-LINE
               ELSE
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM PRINT-REJECTED-LINE
               END-IF
           END-IF
           PERFORM READ-NEXT-ROW.

       CHECK-BLANK-ROW.
           MOVE "Y" TO WS-BLANK-SWITCH
           MOVE WS-COL-SEQ TO WS-COL-WANTED
           PERFORM CHECK-BLANK-COLUMN
           MOVE WS-COL-OPCION TO WS-COL-WANTED
           PERFORM CHECK-BLANK-COLUMN
           MOVE WS-COL-NUM1 TO WS-COL-WANTED
           PERFORM CHECK-BLANK-COLUMN
           MOVE WS-COL-NUM2 TO WS-COL-WANTED
           PERFORM CHECK-BLANK-COLUMN
           MOVE WS-COL-CURRENCY TO WS-COL-WANTED
           PERFORM CHECK-BLANK-COLUMN.

       CHECK-BLANK-COLUMN.
           PERFORM GET-COLUMN-FIELD
           IF WS-WORK-FIELD NOT = SPACES
               MOVE "N" TO WS-BLANK-SWITCH
           END-IF.

      * Column WS-COL-WANTED of the current row, upper-cased, into
      * WS-WORK-FIELD; spaces when the header has no such column or
      * the row is short.
       GET-COLUMN-FIELD.
           MOVE SPACES TO WS-WORK-FIELD
           MOVE "N" TO WS-WORK-LONG
           IF WS-COL-WANTED > ZERO
                   AND WS-COL-WANTED NOT > WS-FIELD-COUNT
               MOVE WS-FIELD-TEXT(WS-COL-WANTED) TO WS-WORK-FIELD
               MOVE WS-FIELD-LONG(WS-COL-WANTED) TO WS-WORK-LONG
               INSPECT WS-WORK-FIELD
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-IF.

       CONVERT-ONE-ROW.
           SET ROW-CONVERTED TO TRUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           INITIALIZE CALC-TRANS-RECORD

           IF ROW-TOO-LONG
               SET ROW-REJECTED TO TRUE
               MOVE "I001" TO WS-REASON-CODE
               MOVE "Fila con mas de 200 caracteres"
                   TO WS-REASON-TEXT
           ELSE
               PERFORM CHECK-LONG-COLUMNS
           END-IF
           IF ROW-CONVERTED
               PERFORM CONVERT-SEQUENCE
           END-IF
           IF ROW-CONVERTED
               PERFORM CONVERT-OPERATION
           END-IF
           IF ROW-CONVERTED
               PERFORM CONVERT-NUM1
           END-IF
           IF ROW-CONVERTED
               PERFORM CONVERT-NUM2
           END-IF
           IF ROW-CONVERTED
               PERFORM CONVERT-CURRENCY
           END-IF.

       CHECK-LONG-COLUMNS.
           MOVE WS-COL-SEQ TO WS-COL-WANTED
           PERFORM CHECK-LONG-COLUMN
           MOVE WS-COL-OPCION TO WS-COL-WANTED
           PERFORM CHECK-LONG-COLUMN
           MOVE WS-COL-NUM1 TO WS-COL-WANTED
           PERFORM CHECK-LONG-COLUMN
           MOVE WS-COL-NUM2 TO WS-COL-WANTED
           PERFORM CHECK-LONG-COLUMN
           MOVE WS-COL-CURRENCY TO WS-COL-WANTED
           PERFORM CHECK-LONG-COLUMN.

       CHECK-LONG-COLUMN.
           PERFORM GET-COLUMN-FIELD
           IF WS-WORK-LONG = "Y" AND ROW-CONVERTED
               SET ROW-REJECTED TO TRUE
               MOVE "I001" TO WS-REASON-CODE
               MOVE "Columna con mas de 40 caracteres"
                   TO WS-REASON-TEXT
           END-IF.

      * Without a SEC column the rows are numbered in sheet order,
      * blank rows not counted, and R: references use that number;
      * a rejected row still takes its number, so the rows after it
      * keep the numbers the sheet shows them under.
       CONVERT-SEQUENCE.
           IF WS-COL-SEQ = ZERO
               MOVE WS-SHEET-SEQ-NO TO TR-SEQ-NO
           ELSE
               MOVE WS-COL-SEQ TO WS-COL-WANTED
               PERFORM GET-COLUMN-FIELD
               MOVE WS-WORK-FIELD TO WS-NUM-TEXT
               PERFORM CONVERT-WHOLE-NUMBER
               IF NUMBER-VALID AND WS-NUM-DIGITS NOT > 6
                   MOVE WS-NUM-VALUE TO TR-SEQ-NO
               ELSE
                   SET ROW-REJECTED TO TRUE
                   MOVE "I005" TO WS-REASON-CODE
                   MOVE "Secuencia no numerica o en blanco"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

      * A code is carried as written, so an OPCION outside 1-4 still
      * reaches CALCEDT and gets its E002 there; a name must be one
      * the table knows.
       CONVERT-OPERATION.
           MOVE WS-COL-OPCION TO WS-COL-WANTED
           PERFORM GET-COLUMN-FIELD
           MOVE WS-WORK-FIELD TO WS-NUM-TEXT
           PERFORM CONVERT-WHOLE-NUMBER
           IF NUMBER-VALID AND WS-NUM-DIGITS NOT > 2
               MOVE WS-NUM-VALUE TO TR-OPCION
           ELSE
               PERFORM FIND-OPERATION-NAME
               IF WS-OPER-FOUND-IX > ZERO
                   MOVE WS-OPER-CODE(WS-OPER-FOUND-IX) TO TR-OPCION
               ELSE
                   SET ROW-REJECTED TO TRUE
                   MOVE "I002" TO WS-REASON-CODE
                   MOVE "Operacion no reconocida" TO WS-REASON-TEXT
               END-IF
           END-IF.

       FIND-OPERATION-NAME.
           MOVE ZERO TO WS-OPER-FOUND-IX
           MOVE 1 TO WS-OPER-IX
           PERFORM SCAN-OPERATION-NAME
               UNTIL WS-OPER-IX > WS-OPER-COUNT
                   OR WS-OPER-FOUND-IX > ZERO.

       SCAN-OPERATION-NAME.
           IF WS-OPER-NAME(WS-OPER-IX) = WS-WORK-FIELD
               MOVE WS-OPER-IX TO WS-OPER-FOUND-IX
           END-IF
           ADD 1 TO WS-OPER-IX.

       CONVERT-NUM1.
           MOVE WS-COL-NUM1 TO WS-COL-WANTED
           PERFORM GET-COLUMN-FIELD
           PERFORM CONVERT-OPERAND
           IF OPERAND-VALID
               MOVE WS-OPND-VALUE TO TR-NUM1
               MOVE WS-OPND-REF-FLAG TO TR-REF-FLAG-1
               MOVE WS-OPND-REF-SEQ TO TR-REF-SEQ-1
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE "I003" TO WS-REASON-CODE
               MOVE "NUM1 no es importe ni referencia R:"
                   TO WS-REASON-TEXT
           END-IF.

       CONVERT-NUM2.
           MOVE WS-COL-NUM2 TO WS-COL-WANTED
           PERFORM GET-COLUMN-FIELD
           PERFORM CONVERT-OPERAND
           IF OPERAND-VALID
               MOVE WS-OPND-VALUE TO TR-NUM2
               MOVE WS-OPND-REF-FLAG TO TR-REF-FLAG-2
               MOVE WS-OPND-REF-SEQ TO TR-REF-SEQ-2
           ELSE
               SET ROW-REJECTED TO TRUE
               MOVE "I004" TO WS-REASON-CODE
               MOVE "NUM2 no es importe ni referencia R:"
                   TO WS-REASON-TEXT
           END-IF.

      * "R:000123" chains the operand to sequence 123: flag "R", the
      * sequence on TR-REF-SEQ and a zero amount, as CALCULOS
      * expects. Anything else must be an amount.
       CONVERT-OPERAND.
           SET OPERAND-VALID TO TRUE
           MOVE ZERO TO WS-OPND-VALUE
           MOVE SPACE TO WS-OPND-REF-FLAG
           MOVE ZERO TO WS-OPND-REF-SEQ
           IF WS-WORK-FIELD(1:2) = "R:"
               MOVE WS-WORK-FIELD(3:38) TO WS-NUM-TEXT
               PERFORM CONVERT-WHOLE-NUMBER
               IF NUMBER-VALID AND WS-NUM-DIGITS NOT > 6
                       AND WS-NUM-VALUE > ZERO
                   MOVE "R" TO WS-OPND-REF-FLAG
                   MOVE WS-NUM-VALUE TO WS-OPND-REF-SEQ
               ELSE
                   SET OPERAND-INVALID TO TRUE
               END-IF
           ELSE
               MOVE WS-WORK-FIELD TO WS-AMT-TEXT
               PERFORM CONVERT-AMOUNT
               IF AMOUNT-VALID
                   MOVE WS-AMT-VALUE TO WS-OPND-VALUE
               ELSE
                   SET OPERAND-INVALID TO TRUE
               END-IF
           END-IF.

      * Blank stays blank - CALCEDT and CALCULOS read it as USD.
       CONVERT-CURRENCY.
           MOVE WS-COL-CURRENCY TO WS-COL-WANTED
           PERFORM GET-COLUMN-FIELD
           IF WS-WORK-FIELD = SPACES
               MOVE SPACES TO TR-CURRENCY-CODE
           ELSE
               IF WS-WORK-FIELD(1:3) IS ALPHABETIC-UPPER
                       AND WS-WORK-FIELD(2:1) NOT = SPACE
                       AND WS-WORK-FIELD(3:1) NOT = SPACE
                       AND WS-WORK-FIELD(4:37) = SPACES
                   MOVE WS-WORK-FIELD(1:3) TO TR-CURRENCY-CODE
               ELSE
                   SET ROW-REJECTED TO TRUE
                   MOVE "I006" TO WS-REASON-CODE
                   MOVE "Moneda no es un codigo de 3 letras"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

      * Digits only, blanks ignored; at least one digit.
       CONVERT-WHOLE-NUMBER.
           SET NUMBER-VALID TO TRUE
           MOVE ZERO TO WS-NUM-VALUE
           MOVE ZERO TO WS-NUM-DIGITS
           MOVE 1 TO WS-NUM-IX
           PERFORM ACCUMULATE-WHOLE-CHARACTER UNTIL WS-NUM-IX > 40
           IF WS-NUM-DIGITS = ZERO
               SET NUMBER-INVALID TO TRUE
           END-IF.

       ACCUMULATE-WHOLE-CHARACTER.
           MOVE WS-NUM-TEXT(WS-NUM-IX:1) TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-CHAR = SPACE
                   CONTINUE
               WHEN WS-CHAR IS NUMERIC
                   ADD 1 TO WS-NUM-DIGITS
                   IF WS-NUM-DIGITS NOT > 7
                       MOVE WS-CHAR TO WS-DIGIT-X
                       COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                           + WS-DIGIT
                   END-IF
               WHEN OTHER
                   SET NUMBER-INVALID TO TRUE
           END-EVALUATE
           ADD 1 TO WS-NUM-IX.

      * First pass notes where the digits, separators and signs are;
      * the sign and decimal mark are settled from that; the second
      * pass builds the amount.
       CONVERT-AMOUNT.
           SET AMOUNT-VALID TO TRUE
           MOVE ZERO TO WS-AMT-VALUE
           MOVE ZERO TO WS-AMT-DIGIT-COUNT WS-AMT-FIRST-DIGIT
               WS-AMT-LAST-DIGIT WS-AMT-DOT-COUNT WS-AMT-LAST-DOT
               WS-AMT-AFTER-DOT WS-AMT-COMMA-COUNT WS-AMT-LAST-COMMA
               WS-AMT-AFTER-COMMA WS-AMT-SIGN-COUNT WS-AMT-SIGN-POS
               WS-AMT-MINUS-COUNT WS-AMT-OPEN-COUNT WS-AMT-OPEN-POS
               WS-AMT-CLOSE-COUNT WS-AMT-CLOSE-POS
           MOVE 1 TO WS-AMT-IX
           PERFORM SCAN-AMOUNT-CHARACTER UNTIL WS-AMT-IX > 40
           IF AMOUNT-VALID
               PERFORM CHECK-AMOUNT-SIGNS
           END-IF
           IF AMOUNT-VALID
               PERFORM CHOOSE-DECIMAL-MARK
           END-IF
           IF AMOUNT-VALID
               MOVE ZERO TO WS-AMT-INTEGER
               MOVE ZERO TO WS-AMT-DECIMALS
               MOVE ZERO TO WS-AMT-DEC-DIGITS
               SET AMOUNT-IN-INTEGER TO TRUE
               MOVE 1 TO WS-AMT-IX
               PERFORM ACCUMULATE-AMOUNT-CHARACTER
                   UNTIL WS-AMT-IX > 40 OR AMOUNT-INVALID
           END-IF
           IF AMOUNT-VALID
               COMPUTE WS-AMT-VALUE = WS-AMT-INTEGER
                   + WS-AMT-DECIMALS / 100
               IF WS-AMT-MINUS-COUNT > ZERO
                       OR WS-AMT-OPEN-COUNT > ZERO
                   COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
               END-IF
           END-IF.

       SCAN-AMOUNT-CHARACTER.
           MOVE WS-AMT-TEXT(WS-AMT-IX:1) TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-CHAR = SPACE
                   CONTINUE
               WHEN WS-CHAR IS NUMERIC
                   ADD 1 TO WS-AMT-DIGIT-COUNT
                   ADD 1 TO WS-AMT-AFTER-DOT
                   ADD 1 TO WS-AMT-AFTER-COMMA
                   IF WS-AMT-FIRST-DIGIT = ZERO
                       MOVE WS-AMT-IX TO WS-AMT-FIRST-DIGIT
                   END-IF
                   MOVE WS-AMT-IX TO WS-AMT-LAST-DIGIT
               WHEN WS-CHAR = "."
                   ADD 1 TO WS-AMT-DOT-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-LAST-DOT
                   MOVE ZERO TO WS-AMT-AFTER-DOT
               WHEN WS-CHAR = ","
                   ADD 1 TO WS-AMT-COMMA-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-LAST-COMMA
                   MOVE ZERO TO WS-AMT-AFTER-COMMA
               WHEN WS-CHAR = "-"
                   ADD 1 TO WS-AMT-SIGN-COUNT
                   ADD 1 TO WS-AMT-MINUS-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-SIGN-POS
               WHEN WS-CHAR = "+"
                   ADD 1 TO WS-AMT-SIGN-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-SIGN-POS
               WHEN WS-CHAR = "("
                   ADD 1 TO WS-AMT-OPEN-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-OPEN-POS
               WHEN WS-CHAR = ")"
                   ADD 1 TO WS-AMT-CLOSE-COUNT
                   MOVE WS-AMT-IX TO WS-AMT-CLOSE-POS
               WHEN OTHER
                   SET AMOUNT-INVALID TO TRUE
           END-EVALUATE
           ADD 1 TO WS-AMT-IX.

      * One sign at most, before or after the digits; parentheses
      * only as a pair around the digits and never with a sign;
      * separators only ahead of the last digit.
       CHECK-AMOUNT-SIGNS.
           IF WS-AMT-DIGIT-COUNT = ZERO
               SET AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMT-SIGN-COUNT > 1
               SET AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMT-SIGN-COUNT = 1
                   AND WS-AMT-SIGN-POS > WS-AMT-FIRST-DIGIT
                   AND WS-AMT-SIGN-POS < WS-AMT-LAST-DIGIT
               SET AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMT-OPEN-COUNT > 1 OR WS-AMT-CLOSE-COUNT > 1
                   OR WS-AMT-OPEN-COUNT NOT = WS-AMT-CLOSE-COUNT
               SET AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMT-OPEN-COUNT = 1
               IF WS-AMT-SIGN-COUNT > ZERO
                       OR WS-AMT-OPEN-POS > WS-AMT-FIRST-DIGIT
                       OR WS-AMT-CLOSE-POS < WS-AMT-LAST-DIGIT
                   SET AMOUNT-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-AMT-LAST-DOT > WS-AMT-LAST-DIGIT
                   OR WS-AMT-LAST-COMMA > WS-AMT-LAST-DIGIT
               SET AMOUNT-INVALID TO TRUE
           END-IF.

       CHOOSE-DECIMAL-MARK.
           MOVE SPACE TO WS-AMT-DEC-MARK
           EVALUATE TRUE
               WHEN WS-DECIMAL-MARK NOT = SPACE
                   MOVE WS-DECIMAL-MARK TO WS-AMT-DEC-MARK
               WHEN WS-AMT-DOT-COUNT > ZERO
                       AND WS-AMT-COMMA-COUNT > ZERO
                   IF WS-AMT-LAST-DOT > WS-AMT-LAST-COMMA
                       MOVE "." TO WS-AMT-DEC-MARK
                   ELSE
                       MOVE "," TO WS-AMT-DEC-MARK
                   END-IF
               WHEN WS-AMT-DOT-COUNT = 1
                   IF WS-AMT-AFTER-DOT NOT = 3
                       MOVE "." TO WS-AMT-DEC-MARK
                   END-IF
               WHEN WS-AMT-COMMA-COUNT = 1
                   IF WS-AMT-AFTER-COMMA NOT = 3
                       MOVE "," TO WS-AMT-DEC-MARK
                   END-IF
           END-EVALUATE
           IF WS-AMT-DEC-MARK = "." AND WS-AMT-DOT-COUNT > 1
               SET AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMT-DEC-MARK = "," AND WS-AMT-COMMA-COUNT > 1
               SET AMOUNT-INVALID TO TRUE
           END-IF.

      * The separator that is not the decimal mark only groups
      * thousands and is skipped. More than 2 decimals or more than
      * 7 whole digits does not fit S9(7)V99.
       ACCUMULATE-AMOUNT-CHARACTER.
           MOVE WS-AMT-TEXT(WS-AMT-IX:1) TO WS-CHAR
           IF WS-CHAR = WS-AMT-DEC-MARK AND WS-CHAR NOT = SPACE
               SET AMOUNT-IN-DECIMALS TO TRUE
           ELSE
               IF WS-CHAR IS NUMERIC
                   MOVE WS-CHAR TO WS-DIGIT-X
                   IF AMOUNT-IN-DECIMALS
                       ADD 1 TO WS-AMT-DEC-DIGITS
                       EVALUATE WS-AMT-DEC-DIGITS
                           WHEN 1
                               COMPUTE WS-AMT-DECIMALS = WS-DIGIT * 10
                           WHEN 2
                               ADD WS-DIGIT TO WS-AMT-DECIMALS
                           WHEN OTHER
                               SET AMOUNT-INVALID TO TRUE
                       END-EVALUATE
                   ELSE
                       COMPUTE WS-AMT-INTEGER = WS-AMT-INTEGER * 10
                           + WS-DIGIT
                       IF WS-AMT-INTEGER > 9999999
                           SET AMOUNT-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-AMT-IX.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CV-DEPT-ID TO CJ-DEPT-ID
           MOVE CV-RUN-DATE TO CJ-RUN-DATE
           MOVE WS-ROW-NO TO CJ-ROW-NO
           MOVE WS-REASON-CODE TO CJ-REASON-CODE
           MOVE WS-REASON-TEXT TO CJ-REASON-TEXT
           MOVE WS-ROW-TEXT TO CJ-ROW-TEXT
           WRITE IMPORT-REJECT-RECORD.

      * The row as exported, 67 characters to a line.
       PRINT-ORIGINAL-TEXT.
           MOVE SPACES TO REPORT-LINE
           STRING "FILA " WS-ROW-NO " " WS-ROW-TEXT(1:67)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 68 TO WS-CHUNK-START
           PERFORM PRINT-ORIGINAL-CHUNK
               UNTIL WS-CHUNK-START > WS-ROW-LENGTH.

       PRINT-ORIGINAL-CHUNK.
           MOVE SPACES TO REPORT-LINE
           IF WS-CHUNK-START > 134
               STRING "            " WS-ROW-TEXT(WS-CHUNK-START:66)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "            " WS-ROW-TEXT(WS-CHUNK-START:67)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 67 TO WS-CHUNK-START.

       PRINT-CONVERTED-LINE.
           IF TR-NUM1-IS-REF
               MOVE SPACES TO WS-SHOW-NUM1
               STRING "R:" TR-REF-SEQ-1
                   DELIMITED BY SIZE INTO WS-SHOW-NUM1
           ELSE
               MOVE TR-NUM1 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-SHOW-NUM1
           END-IF
           IF TR-NUM2-IS-REF
               MOVE SPACES TO WS-SHOW-NUM2
               STRING "R:" TR-REF-SEQ-2
                   DELIMITED BY SIZE INTO WS-SHOW-NUM2
           ELSE
               MOVE TR-NUM2 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-SHOW-NUM2
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "    -> SEC " TR-SEQ-NO " OP " TR-OPCION
               " NUM1 " WS-SHOW-NUM1 " NUM2 " WS-SHOW-NUM2
               " MON " TR-CURRENCY-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REJECTED-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "    -> RECHAZADA " WS-REASON-CODE " "
               WS-REASON-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-HEADER-ERROR.
           MOVE SPACES TO REPORT-LINE
           STRING "ENCABEZADO: " WS-ROW-TEXT(1:68)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** EL ENCABEZADO DEBE NOMBRAR LAS COLUMNAS OPERACION,"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** NUM1 Y NUM2 - EXPORTACION NO CONVERTIDA"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REGISTER-HEADING.
           IF WS-DECIMAL-MARK = SPACE
               MOVE "AUTO" TO WS-SHOW-MARK
           ELSE
               MOVE WS-DECIMAL-MARK TO WS-SHOW-MARK
           END-IF
           MOVE "CALCCSV - REGISTRO DE CONVERSION DE HOJA DE CALCULO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPTO: " CV-DEPT-ID "  FECHA: " CV-RUN-DATE
               "  ARCHIVO: " CV-INPUT-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRACTO: " CV-OUTPUT-FILENAME
               "  SEPARADOR: " WS-DELIMITER
               "  DECIMAL: " WS-SHOW-MARK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COLUMNAS: SEC " WS-COL-SEQ
               "  OPERACION " WS-COL-OPCION
               "  NUM1 " WS-COL-NUM1 "  NUM2 " WS-COL-NUM2
               "  MONEDA " WS-COL-CURRENCY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DATA-ROW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS DE DATOS:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CONVERTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS CONVERTIDAS:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS RECHAZADAS:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BLANK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS EN BLANCO:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REJECTED-COUNT > ZERO
               MOVE "*** FILAS RECHAZADAS - CORREGIR EN LA HOJA Y"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** VOLVER A CONVERTIR ANTES DE EDITAR EL EXTRACTO"
                   TO REPORT-LINE
           ELSE
               MOVE "*** EXPORTACION CONVERTIDA - LISTA PARA CALCEDT"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       END PROGRAM CALCCSV.
