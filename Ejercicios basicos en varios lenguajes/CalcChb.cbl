      ******************************************************************
      * Author: Jean Paul Porras Carvajal.
      * Date:
      * Purpose: Department chargeback billing. For the period
      *          (AAAAMM) on CALC-CHARGEBACK-PARM-FILE it counts,
      *          per department, the results posted on the result
      *          master CALC-RESULT-MASTER (and of those the ones
      *          chained to an earlier result, from the AM-REF-SEQ
      *          fields of CALC-AUDIT-MASTER), the transactions
      *          suspensed by CALCULOS and the suspense items
      *          resubmitted through CALCFIX. The department of each
      *          item comes from the merge cross reference history
      *          CALC-XREF-HISTORY-FILE kept by CALCMRG (the latest
      *          merge of each run date); volume merged under the
      *          CALCGEN pseudo department is billed to the
      *          department that owns the template, from the
      *          generation log CALC-GEN-LOG-FILE, and resubmissions
      *          are taken from the CALCFIX log CALC-FIX-LOG-FILE
      *          and billed to the department of the original
      *          transaction. Items fixed and no longer on the live
      *          suspense file are still counted once as suspensed;
      *          a fix log entry with reason E010 is a posted result
      *          CALCIMP sent back for a chain re-run, so it is
      *          billed as a resubmission but never as suspensed.
      *          Each department is priced from its fee schedule on
      *          CALC-FEE-SCHEDULE-FILE (maintained by CALCFEM, the
      *          house schedule when it has none): chained results
      *          at the chained rate, the other posted results at
      *          the posted rate, suspensed and resubmitted items at
      *          the suspense rate, raised to the monthly minimum;
      *          a department on the schedule with no volume at all
      *          still pays its minimum. One invoice line per
      *          department goes to CALC-INVOICE-FILE and a summary
      *          report closes the run; volume that cannot be traced
      *          to a department is reported but not billed. With
      *          CB-POST-SWITCH "Y" every invoice is also posted to
      *          CALC-GL-INTERFACE on the billing date - debit the
      *          department's expense account, credit the operations
      *          income account - for CALCGLX to hand to the GL. The
      *          run is recorded on CALC-CHARGEBACK-LOG-FILE, and a
      *          period already posted, or a billing date inside a
      *          period locked by CALCCLS, is refused with
      *          RETURN-CODE 8. RETURN-CODE 4 flags volume without a
      *          department or a department without a schedule.
      *          The period takes in every processing cycle of its
      *          dates; each cycle of a date has its own merge and
      *          generation blocks, so items are traced to their
      *          department by run date, cycle and sequence. The
      *          invoice postings carry cycle zero, since no
      *          processing cycle produced them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCHB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-CHARGEBACK-PARM-FILE ASSIGN TO "CALCCBP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-FEE-SCHEDULE-FILE ASSIGN TO "CALCFEE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT CALC-CHARGEBACK-LOG-FILE ASSIGN TO "CALCCBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-LOG-FILE-STATUS.

           SELECT CALC-PERIOD-LOCK-FILE ASSIGN TO "CALCPLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT CALC-FIX-LOG-FILE ASSIGN TO "CALCFXL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-LOG-FILE-STATUS.

           SELECT CALC-GEN-LOG-FILE ASSIGN TO "CALCGNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-LOG-FILE-STATUS.

           SELECT CALC-XREF-HISTORY-FILE ASSIGN TO "CALCMXH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CALC-RESULT-MASTER ASSIGN TO "CALCRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CALC-AUDIT-MASTER ASSIGN TO "CALCAMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT CALC-INVOICE-FILE ASSIGN TO "CALCINV"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCCHBR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-CHARGEBACK-PARM-FILE
           RECORDING MODE IS F.
       COPY CALCCBP.

       FD  CALC-FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY CALCFEE.

       FD  CALC-CHARGEBACK-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCCBL.

       FD  CALC-PERIOD-LOCK-FILE
           RECORDING MODE IS F.
       COPY CALCPLK.

       FD  CALC-FIX-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCFXL.

       FD  CALC-GEN-LOG-FILE
           RECORDING MODE IS F.
       COPY CALCGNL.

       FD  CALC-XREF-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CALCMXH.

       FD  CALC-RESULT-MASTER.
       COPY CALCRMS.

       FD  CALC-AUDIT-MASTER.
       COPY CALCAMS.

       FD  CALC-SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CALCSUS.

       FD  CALC-INVOICE-FILE
           RECORDING MODE IS F.
       COPY CALCINV.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
       COPY CALCGL.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FEE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CB-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCK-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-FIX-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GEN-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENSE-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-GL-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-FEE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FEE-FILE VALUE "Y".
       01 WS-CB-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CB-LOG-FILE VALUE "Y".
       01 WS-LOCK-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-LOCK-FILE VALUE "Y".
       01 WS-FIX-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-FIX-LOG-FILE VALUE "Y".
       01 WS-GEN-LOG-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GEN-LOG-FILE VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".
       01 WS-BROWSE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-BROWSE VALUE "Y".
       01 WS-SUSPENSE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-SUSPENSE-FILE VALUE "Y".

       01 WS-AUDIT-OPEN-SWITCH PIC X VALUE "N".
           88 AUDIT-MASTER-OPEN VALUE "Y".
       01 WS-ALREADY-POSTED-SWITCH PIC X VALUE "N".
           88 PERIOD-ALREADY-POSTED VALUE "Y".
       01 WS-POSTED-ON-DATE PIC 9(8) VALUE ZERO.
       01 WS-BILLING-LOCKED-SWITCH PIC X VALUE "N".
           88 BILLING-PERIOD-LOCKED VALUE "Y".

       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-DATE PIC 9(8).
           05 WS-CD-TIME PIC 9(6).
           05 FILLER PIC X(7).

       01 WS-PERIOD-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-BILLING-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-WORK-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-WORK-PERIOD-2 PIC 9(6) VALUE ZERO.

      * Fee schedules; WS-HOUSE-FEE-IX points at the one with a blank
      * department, zero when there is none.
       01 WS-FEE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FEE-MAX PIC 9(4) VALUE 200.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 200 TIMES.
               10 WS-FEE-DEPT-ID PIC X(4).
               10 WS-FEE-POSTED-RATE PIC 9(3)V9(4).
               10 WS-FEE-SUSPENSE-RATE PIC 9(3)V9(4).
               10 WS-FEE-CHAINED-RATE PIC 9(3)V9(4).
               10 WS-FEE-MINIMUM PIC 9(7)V99.
               10 WS-FEE-EXPENSE-ACCOUNT PIC X(10).
               10 WS-FEE-INCOME-ACCOUNT PIC X(10).
               10 WS-FEE-CURRENCY PIC X(3).
       01 WS-FEE-IX PIC 9(4) VALUE ZERO.
       01 WS-FEE-FOUND-IX PIC 9(4) VALUE ZERO.
       01 WS-HOUSE-FEE-IX PIC 9(4) VALUE ZERO.

       01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LOCK-MAX PIC 9(4) VALUE 240.
       01 WS-LOCK-TABLE.
           05 WS-LOCK-PERIOD OCCURS 240 TIMES PIC 9(6).
       01 WS-LOCK-IX PIC 9(4) VALUE ZERO.

      * Run dates and cycles whose cross reference is needed: every
      * date of the period plus the earlier dates of items
      * resubmitted in it, one entry per cycle of the date. Each
      * entry points at its latest block of cross references and of
      * generation log entries; both are numbered from 1 with no
      * gaps, so sequence N of a cycle sits at start + N - 1.
       01 WS-DATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DATE-MAX PIC 9(4) VALUE 400.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 400 TIMES.
               10 WS-DT-RUN-DATE PIC 9(8).
               10 WS-DT-CYCLE-NO PIC 9(2).
               10 WS-DT-XREF-START PIC 9(6).
               10 WS-DT-XREF-COUNT PIC 9(6).
               10 WS-DT-GEN-START PIC 9(6).
               10 WS-DT-GEN-COUNT PIC 9(6).
               10 WS-DT-PSEUDO-DEPT-ID PIC X(4).
       01 WS-DATE-IX PIC 9(4) VALUE ZERO.
       01 WS-DATE-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-GEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GEN-MAX PIC 9(6) VALUE 30000.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 30000 TIMES.
               10 WS-GN-SEQ-NO PIC 9(6).
               10 WS-GN-OWNER-DEPT-ID PIC X(4).
       01 WS-GEN-IX PIC 9(6) VALUE ZERO.
       01 WS-GEN-LOST-COUNT PIC 9(6) VALUE ZERO.

       01 WS-XREF-COUNT PIC 9(6) VALUE ZERO.
       01 WS-XREF-MAX PIC 9(6) VALUE 200000.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 200000 TIMES.
               10 WS-XR-SEQ-NO PIC 9(6).
               10 WS-XR-DEPT-IX PIC 9(4).
               10 WS-XR-SUSPENSE-SWITCH PIC X.
       01 WS-XREF-IX PIC 9(6) VALUE ZERO.
       01 WS-XREF-FOUND-IX PIC 9(6) VALUE ZERO.
       01 WS-XREF-LOST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-XREF-GAP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REMAPPED-COUNT PIC 9(6) VALUE ZERO.

       01 WS-LOOKUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-LOOKUP-CYCLE-NO PIC 9(2) VALUE ZERO.
       01 WS-LOOKUP-SEQ-NO PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-DEPT-ID PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-DEPT-IX PIC 9(4) VALUE ZERO.

      * Departments billed. Volume that cannot be traced to one is
      * kept in the WS-NODEPT counters instead.
       01 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEPT-MAX PIC 9(4) VALUE 300.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 300 TIMES.
               10 WS-DEP-ID PIC X(4).
               10 WS-DEP-POSTED PIC 9(7).
               10 WS-DEP-CHAINED PIC 9(7).
               10 WS-DEP-SUSPENSE PIC 9(7).
               10 WS-DEP-RESUBMIT PIC 9(7).
       01 WS-DEPT-IX PIC 9(4) VALUE ZERO.
       01 WS-DEPT-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-NODEPT-POSTED PIC 9(7) VALUE ZERO.
       01 WS-NODEPT-CHAINED PIC 9(7) VALUE ZERO.
       01 WS-NODEPT-SUSPENSE PIC 9(7) VALUE ZERO.
       01 WS-NODEPT-RESUBMIT PIC 9(7) VALUE ZERO.

       01 WS-CHAINED-SWITCH PIC X VALUE "N".
           88 RESULT-IS-CHAINED VALUE "Y".

       01 WS-UNCHAINED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSPENSE-BILLED PIC 9(7) VALUE ZERO.
       01 WS-VOLUME-CHARGE PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-LIMIT PIC 9(7)V99 VALUE 9999999.99.

       01 WS-CCY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CCY-MAX PIC 9(4) VALUE 20.
       01 WS-CCY-TOTALS-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-CODE PIC X(3).
               10 WS-CCY-INVOICE-COUNT PIC 9(4).
               10 WS-CCY-TOTAL PIC 9(11)V99.
       01 WS-CCY-IX PIC 9(4) VALUE ZERO.
       01 WS-CCY-FOUND-IX PIC 9(4) VALUE ZERO.

       01 WS-INVOICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-POSTING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-FEE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOT-POSTED-COUNT PIC 9(4) VALUE ZERO.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-VOL-1 PIC ZZZZZZ9.
       01 WS-EDIT-VOL-2 PIC ZZZZZZ9.
       01 WS-EDIT-VOL-3 PIC ZZZZZZ9.
       01 WS-EDIT-VOL-4 PIC ZZZZZZ9.
       01 WS-EDIT-CHARGE PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-ADJUST PIC ZZZ,ZZ9.99.
       01 WS-EDIT-TOTAL PIC ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-SUM PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM READ-CHARGEBACK-PARM-FILE
           PERFORM CHECK-CHARGEBACK-LOG
           PERFORM CHECK-BILLING-PERIOD-LOCK
           PERFORM LOAD-FEE-TABLE

           PERFORM COLLECT-RESUBMIT-DATES
           PERFORM LOAD-GEN-LOG
           PERFORM LOAD-XREF-HISTORY

           PERFORM COUNT-POSTED-RESULTS
           PERFORM COUNT-SUSPENSE-ITEMS
           PERFORM COUNT-FIXED-ITEMS

           OPEN OUTPUT CALC-INVOICE-FILE
           OPEN OUTPUT REPORT-FILE
           IF CB-POST-TO-GL
               OPEN EXTEND CALC-GL-INTERFACE
               IF WS-GL-FILE-STATUS = "35"
                   OPEN OUTPUT CALC-GL-INTERFACE
               END-IF
           END-IF

           PERFORM PRINT-REPORT-HEADING
           MOVE 1 TO WS-DEPT-IX
           PERFORM BILL-ONE-DEPARTMENT
               UNTIL WS-DEPT-IX > WS-DEPT-COUNT
           PERFORM PRINT-UNATTRIBUTED-LINE
           PERFORM PRINT-REPORT-TOTALS

           IF CB-POST-TO-GL
               CLOSE CALC-GL-INTERFACE
           END-IF
           CLOSE CALC-INVOICE-FILE
           CLOSE REPORT-FILE

           PERFORM WRITE-CHARGEBACK-LOG

           IF WS-NOT-POSTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-FEE-COUNT > ZERO OR
                       WS-NODEPT-POSTED > ZERO OR
                       WS-NODEPT-SUSPENSE > ZERO OR
                       WS-NODEPT-RESUBMIT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CALCCHB: periodo " CB-PERIOD ", "
               WS-INVOICE-COUNT " facturas, "
               WS-POSTING-COUNT " asientos al GL"
           STOP RUN.

       READ-CHARGEBACK-PARM-FILE.
           OPEN INPUT CALC-CHARGEBACK-PARM-FILE
           READ CALC-CHARGEBACK-PARM-FILE
               AT END
                   DISPLAY "CALCCHB: CALC-CHARGEBACK-PARM-FILE sin "
                       "registros"
                   CLOSE CALC-CHARGEBACK-PARM-FILE
                   STOP RUN
           END-READ
           CLOSE CALC-CHARGEBACK-PARM-FILE
           IF CB-BILLING-DATE NOT NUMERIC OR CB-BILLING-DATE = ZERO
               MOVE WS-CD-DATE TO CB-BILLING-DATE
           END-IF
           COMPUTE WS-PERIOD-FIRST-DATE = CB-PERIOD * 100
           COMPUTE WS-PERIOD-LAST-DATE = CB-PERIOD * 100 + 99
           COMPUTE WS-BILLING-PERIOD = CB-BILLING-DATE / 100.

      * A period is posted once: a second posting run would charge
      * every department twice. Trial runs can be repeated freely.
       CHECK-CHARGEBACK-LOG.
           OPEN INPUT CALC-CHARGEBACK-LOG-FILE
           IF WS-CB-LOG-FILE-STATUS = "35"
               SET END-OF-CB-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-CB-LOG-RECORD
               PERFORM CHECK-ONE-CB-LOG-RECORD
                   UNTIL END-OF-CB-LOG-FILE
               CLOSE CALC-CHARGEBACK-LOG-FILE
           END-IF
           IF PERIOD-ALREADY-POSTED AND CB-POST-TO-GL
               DISPLAY "CALCCHB: periodo " CB-PERIOD
                   " ya contabilizado el " WS-POSTED-ON-DATE
                   ", corrida rechazada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-CB-LOG-RECORD.
           READ CALC-CHARGEBACK-LOG-FILE
               AT END
                   SET END-OF-CB-LOG-FILE TO TRUE
           END-READ.

       CHECK-ONE-CB-LOG-RECORD.
           IF CL-PERIOD = CB-PERIOD AND CL-POSTED
               SET PERIOD-ALREADY-POSTED TO TRUE
               MOVE CL-RUN-DATE TO WS-POSTED-ON-DATE
           END-IF
           PERFORM READ-NEXT-CB-LOG-RECORD.

       CHECK-BILLING-PERIOD-LOCK.
           OPEN INPUT CALC-PERIOD-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "35"
               SET END-OF-LOCK-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LOCK-RECORD
               PERFORM STORE-LOCK-ENTRY UNTIL END-OF-LOCK-FILE
               CLOSE CALC-PERIOD-LOCK-FILE
           END-IF
           MOVE 1 TO WS-LOCK-IX
           PERFORM SCAN-LOCK-ENTRY
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT
                   OR BILLING-PERIOD-LOCKED
           IF BILLING-PERIOD-LOCKED AND CB-POST-TO-GL
               DISPLAY "CALCCHB: fecha de factura " CB-BILLING-DATE
                   " en periodo cerrado, corrida rechazada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-LOCK-RECORD.
           READ CALC-PERIOD-LOCK-FILE
               AT END
                   SET END-OF-LOCK-FILE TO TRUE
           END-READ.

       STORE-LOCK-ENTRY.
           IF WS-LOCK-COUNT >= WS-LOCK-MAX
               DISPLAY "CALCCHB: tabla de periodos cerrados llena, "
                   "periodo " PL-PERIOD " perdido"
           ELSE
               ADD 1 TO WS-LOCK-COUNT
               MOVE PL-PERIOD TO WS-LOCK-PERIOD(WS-LOCK-COUNT)
           END-IF
           PERFORM READ-NEXT-LOCK-RECORD.

       SCAN-LOCK-ENTRY.
           IF WS-LOCK-PERIOD(WS-LOCK-IX) = WS-BILLING-PERIOD
               SET BILLING-PERIOD-LOCKED TO TRUE
           END-IF
           ADD 1 TO WS-LOCK-IX.

      * Every department with a schedule of its own is billed, so
      * its monthly minimum is charged even in a month it sent
      * nothing at all.
       LOAD-FEE-TABLE.
           OPEN INPUT CALC-FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS = "35"
               DISPLAY "CALCCHB: sin tarifario, nada se factura"
               SET END-OF-FEE-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-FEE-RECORD
               PERFORM STORE-FEE-ENTRY UNTIL END-OF-FEE-FILE
               CLOSE CALC-FEE-SCHEDULE-FILE
           END-IF.

       READ-NEXT-FEE-RECORD.
           READ CALC-FEE-SCHEDULE-FILE
               AT END
                   SET END-OF-FEE-FILE TO TRUE
           END-READ.

       STORE-FEE-ENTRY.
           IF WS-FEE-COUNT >= WS-FEE-MAX
               DISPLAY "CALCCHB: tabla de tarifas llena, depto '"
                   FE-DEPT-ID "' perdido"
           ELSE
               ADD 1 TO WS-FEE-COUNT
               MOVE FE-DEPT-ID TO WS-FEE-DEPT-ID(WS-FEE-COUNT)
               MOVE FE-POSTED-RATE
                   TO WS-FEE-POSTED-RATE(WS-FEE-COUNT)
               MOVE FE-SUSPENSE-RATE
                   TO WS-FEE-SUSPENSE-RATE(WS-FEE-COUNT)
               MOVE FE-CHAINED-RATE
                   TO WS-FEE-CHAINED-RATE(WS-FEE-COUNT)
               MOVE FE-MONTHLY-MINIMUM
                   TO WS-FEE-MINIMUM(WS-FEE-COUNT)
               MOVE FE-EXPENSE-ACCOUNT
                   TO WS-FEE-EXPENSE-ACCOUNT(WS-FEE-COUNT)
               MOVE FE-INCOME-ACCOUNT
                   TO WS-FEE-INCOME-ACCOUNT(WS-FEE-COUNT)
               MOVE FE-CURRENCY-CODE TO WS-FEE-CURRENCY(WS-FEE-COUNT)
               IF FE-DEPT-ID = SPACES
                   MOVE WS-FEE-COUNT TO WS-HOUSE-FEE-IX
               ELSE
                   MOVE FE-DEPT-ID TO WS-LOOKUP-DEPT-ID
                   PERFORM FIND-OR-ADD-DEPT
               END-IF
           END-IF
           PERFORM READ-NEXT-FEE-RECORD.

      * First pass over the fix log: a resubmission in the period of
      * an item suspended in an earlier period needs that earlier
      * run date's cross reference to find its department.
       COLLECT-RESUBMIT-DATES.
           OPEN INPUT CALC-FIX-LOG-FILE
           IF WS-FIX-LOG-FILE-STATUS = "35"
               SET END-OF-FIX-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-FIX-LOG-RECORD
               PERFORM COLLECT-ONE-FIX-DATE
                   UNTIL END-OF-FIX-LOG-FILE
               CLOSE CALC-FIX-LOG-FILE
           END-IF.

       READ-NEXT-FIX-LOG-RECORD.
           READ CALC-FIX-LOG-FILE
               AT END
                   SET END-OF-FIX-LOG-FILE TO TRUE
           END-READ.

       COLLECT-ONE-FIX-DATE.
           COMPUTE WS-WORK-PERIOD = FL-FIX-DATE / 100
           COMPUTE WS-WORK-PERIOD-2 = FL-ORIG-RUN-DATE / 100
           IF WS-WORK-PERIOD = CB-PERIOD AND
                   WS-WORK-PERIOD-2 NOT = CB-PERIOD
               MOVE FL-ORIG-RUN-DATE TO WS-LOOKUP-DATE
               MOVE FL-ORIG-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
               PERFORM FIND-DATE-ENTRY
               IF WS-DATE-FOUND-IX = ZERO
                   PERFORM ADD-DATE-ENTRY
               END-IF
           END-IF
           PERFORM READ-NEXT-FIX-LOG-RECORD.

       FIND-DATE-ENTRY.
           MOVE ZERO TO WS-DATE-FOUND-IX
           MOVE 1 TO WS-DATE-IX
           PERFORM SCAN-DATE-ENTRY
               UNTIL WS-DATE-IX > WS-DATE-COUNT
                   OR WS-DATE-FOUND-IX > ZERO.

       SCAN-DATE-ENTRY.
           IF WS-DT-RUN-DATE(WS-DATE-IX) = WS-LOOKUP-DATE AND
                   WS-DT-CYCLE-NO(WS-DATE-IX) = WS-LOOKUP-CYCLE-NO
               MOVE WS-DATE-IX TO WS-DATE-FOUND-IX
           END-IF
           ADD 1 TO WS-DATE-IX.

       ADD-DATE-ENTRY.
           IF WS-DATE-COUNT >= WS-DATE-MAX
               DISPLAY "CALCCHB: tabla de fechas llena, fecha "
                   WS-LOOKUP-DATE " ciclo " WS-LOOKUP-CYCLE-NO
                   " sin departamentos"
           ELSE
               ADD 1 TO WS-DATE-COUNT
               INITIALIZE WS-DATE-ENTRY(WS-DATE-COUNT)
               MOVE WS-LOOKUP-DATE TO WS-DT-RUN-DATE(WS-DATE-COUNT)
               MOVE WS-LOOKUP-CYCLE-NO
                   TO WS-DT-CYCLE-NO(WS-DATE-COUNT)
               MOVE WS-DATE-COUNT TO WS-DATE-FOUND-IX
           END-IF.

      * A date is wanted when it falls in the period or was asked
      * for by a resubmission; anything else in the logs is skipped.
       FIND-WANTED-DATE.
           PERFORM FIND-DATE-ENTRY
           IF WS-DATE-FOUND-IX = ZERO
               COMPUTE WS-WORK-PERIOD = WS-LOOKUP-DATE / 100
               IF WS-WORK-PERIOD = CB-PERIOD
                   PERFORM ADD-DATE-ENTRY
               END-IF
           END-IF.

      * A rerun of CALCGEN for a date and cycle starts again at
      * sequence 1 and replaces the earlier block: the latest
      * generation is the one that went into the merge.
       LOAD-GEN-LOG.
           OPEN INPUT CALC-GEN-LOG-FILE
           IF WS-GEN-LOG-FILE-STATUS = "35"
               SET END-OF-GEN-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-GEN-LOG-RECORD
               PERFORM STORE-GEN-LOG-ENTRY
                   UNTIL END-OF-GEN-LOG-FILE
               CLOSE CALC-GEN-LOG-FILE
           END-IF
           IF WS-GEN-LOST-COUNT > ZERO
               DISPLAY "CALCCHB: " WS-GEN-LOST-COUNT
                   " registros de generacion sin cargar"
           END-IF.

       READ-NEXT-GEN-LOG-RECORD.
           READ CALC-GEN-LOG-FILE
               AT END
                   SET END-OF-GEN-LOG-FILE TO TRUE
           END-READ.

       STORE-GEN-LOG-ENTRY.
           MOVE GG-RUN-DATE TO WS-LOOKUP-DATE
           MOVE GG-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           PERFORM FIND-WANTED-DATE
           IF WS-DATE-FOUND-IX > ZERO
               IF GG-GEN-SEQ-NO = 1
                   COMPUTE WS-DT-GEN-START(WS-DATE-FOUND-IX) =
                       WS-GEN-COUNT + 1
                   MOVE ZERO TO WS-DT-GEN-COUNT(WS-DATE-FOUND-IX)
                   MOVE GG-PSEUDO-DEPT-ID
                       TO WS-DT-PSEUDO-DEPT-ID(WS-DATE-FOUND-IX)
               END-IF
               IF GG-GEN-SEQ-NO NOT =
                       WS-DT-GEN-COUNT(WS-DATE-FOUND-IX) + 1 OR
                       WS-GEN-COUNT >= WS-GEN-MAX
                   ADD 1 TO WS-GEN-LOST-COUNT
               ELSE
                   ADD 1 TO WS-GEN-COUNT
                   ADD 1 TO WS-DT-GEN-COUNT(WS-DATE-FOUND-IX)
                   MOVE GG-GEN-SEQ-NO TO WS-GN-SEQ-NO(WS-GEN-COUNT)
                   MOVE GG-OWNER-DEPT-ID
                       TO WS-GN-OWNER-DEPT-ID(WS-GEN-COUNT)
               END-IF
           END-IF
           PERFORM READ-NEXT-GEN-LOG-RECORD.

      * Same rule for the merge: a rerun of CALCMRG for a date and
      * cycle starts a new block at sequence 1 and the latest block
      * wins.
       LOAD-XREF-HISTORY.
           OPEN INPUT CALC-XREF-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "CALCCHB: sin historia de referencias, todo "
                   "el volumen queda sin departamento"
               SET END-OF-HISTORY-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HISTORY-RECORD
               PERFORM STORE-XREF-ENTRY UNTIL END-OF-HISTORY-FILE
               CLOSE CALC-XREF-HISTORY-FILE
           END-IF
           IF WS-XREF-LOST-COUNT > ZERO OR WS-XREF-GAP-COUNT > ZERO
               DISPLAY "CALCCHB: " WS-XREF-LOST-COUNT
                   " referencias sin espacio en tabla, "
                   WS-XREF-GAP-COUNT " fuera de secuencia"
           END-IF.

       READ-NEXT-HISTORY-RECORD.
           READ CALC-XREF-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       STORE-XREF-ENTRY.
           MOVE MH-RUN-DATE TO WS-LOOKUP-DATE
           MOVE MH-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           PERFORM FIND-WANTED-DATE
           IF WS-DATE-FOUND-IX > ZERO
               IF MH-NEW-SEQ-NO = 1
                   COMPUTE WS-DT-XREF-START(WS-DATE-FOUND-IX) =
                       WS-XREF-COUNT + 1
                   MOVE ZERO TO WS-DT-XREF-COUNT(WS-DATE-FOUND-IX)
               END-IF
               IF MH-NEW-SEQ-NO NOT =
                       WS-DT-XREF-COUNT(WS-DATE-FOUND-IX) + 1
                   ADD 1 TO WS-XREF-GAP-COUNT
               ELSE
                   IF WS-XREF-COUNT >= WS-XREF-MAX
                       ADD 1 TO WS-XREF-LOST-COUNT
                   ELSE
                       MOVE MH-DEPT-ID TO WS-LOOKUP-DEPT-ID
                       PERFORM RESOLVE-TEMPLATE-OWNER
                       PERFORM FIND-OR-ADD-DEPT
                       ADD 1 TO WS-XREF-COUNT
                       ADD 1 TO WS-DT-XREF-COUNT(WS-DATE-FOUND-IX)
                       MOVE MH-NEW-SEQ-NO
                           TO WS-XR-SEQ-NO(WS-XREF-COUNT)
                       MOVE WS-DEPT-FOUND-IX
                           TO WS-XR-DEPT-IX(WS-XREF-COUNT)
                       MOVE "N"
                           TO WS-XR-SUSPENSE-SWITCH(WS-XREF-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-HISTORY-RECORD.

      * A transaction merged under the date's CALCGEN pseudo
      * department is billed to the department owning the template
      * it was generated from. A template without an owner stays
      * with the pseudo department.
       RESOLVE-TEMPLATE-OWNER.
           IF WS-DT-GEN-COUNT(WS-DATE-FOUND-IX) > ZERO AND
                   MH-DEPT-ID = WS-DT-PSEUDO-DEPT-ID(WS-DATE-FOUND-IX)
                   AND MH-ORIG-SEQ-NO > ZERO AND
                   MH-ORIG-SEQ-NO <= WS-DT-GEN-COUNT(WS-DATE-FOUND-IX)
               COMPUTE WS-GEN-IX =
                   WS-DT-GEN-START(WS-DATE-FOUND-IX) +
                   MH-ORIG-SEQ-NO - 1
               IF WS-GN-OWNER-DEPT-ID(WS-GEN-IX) NOT = SPACES
                   MOVE WS-GN-OWNER-DEPT-ID(WS-GEN-IX)
                       TO WS-LOOKUP-DEPT-ID
                   ADD 1 TO WS-REMAPPED-COUNT
               END-IF
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE ZERO TO WS-DEPT-FOUND-IX
           MOVE 1 TO WS-DEPT-IX
           PERFORM SCAN-DEPT-ENTRY
               UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-IX > ZERO
           IF WS-DEPT-FOUND-IX = ZERO
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "CALCCHB: tabla de departamentos llena, "
                       WS-LOOKUP-DEPT-ID " sin facturar"
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                   MOVE WS-LOOKUP-DEPT-ID TO WS-DEP-ID(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IX
               END-IF
           END-IF.

       SCAN-DEPT-ENTRY.
           IF WS-DEP-ID(WS-DEPT-IX) = WS-LOOKUP-DEPT-ID
               MOVE WS-DEPT-IX TO WS-DEPT-FOUND-IX
           END-IF
           ADD 1 TO WS-DEPT-IX.

      * Department of transaction WS-LOOKUP-SEQ-NO on run date
      * WS-LOOKUP-DATE and cycle WS-LOOKUP-CYCLE-NO, zero when the
      * cross reference has no trace of it.
       LOOKUP-XREF.
           MOVE ZERO TO WS-XREF-FOUND-IX
           MOVE ZERO TO WS-LOOKUP-DEPT-IX
           PERFORM FIND-DATE-ENTRY
           IF WS-DATE-FOUND-IX > ZERO
               IF WS-LOOKUP-SEQ-NO > ZERO AND
                       WS-LOOKUP-SEQ-NO <=
                       WS-DT-XREF-COUNT(WS-DATE-FOUND-IX)
                   COMPUTE WS-XREF-IX =
                       WS-DT-XREF-START(WS-DATE-FOUND-IX) +
                       WS-LOOKUP-SEQ-NO - 1
                   MOVE WS-XREF-IX TO WS-XREF-FOUND-IX
                   MOVE WS-XR-DEPT-IX(WS-XREF-IX)
                       TO WS-LOOKUP-DEPT-IX
               END-IF
           END-IF.

       COUNT-POSTED-RESULTS.
           OPEN INPUT CALC-RESULT-MASTER
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CALCCHB: maestro de resultados no disponible,"
                   " estado " WS-MASTER-FILE-STATUS
                   ". Corra CALCLOD primero."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALC-AUDIT-MASTER
           IF WS-AUDIT-FILE-STATUS = "00"
               SET AUDIT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CALCCHB: maestro de auditoria no disponible,"
                   " estado " WS-AUDIT-FILE-STATUS
                   ", nada se factura como encadenado"
           END-IF

           MOVE WS-PERIOD-FIRST-DATE TO RM-RUN-DATE
           MOVE ZERO TO RM-CYCLE-NO
           MOVE ZERO TO RM-SEQ-NO
           START CALC-RESULT-MASTER KEY >= RM-KEY
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START
           PERFORM READ-NEXT-RESULT-RECORD
           PERFORM COUNT-ONE-RESULT UNTIL END-OF-BROWSE

           CLOSE CALC-RESULT-MASTER
           IF AUDIT-MASTER-OPEN
               CLOSE CALC-AUDIT-MASTER
           END-IF.

       READ-NEXT-RESULT-RECORD.
           IF NOT END-OF-BROWSE
               READ CALC-RESULT-MASTER NEXT RECORD
                   AT END
                       SET END-OF-BROWSE TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-PERIOD-LAST-DATE
                           SET END-OF-BROWSE TO TRUE
                       END-IF
               END-READ
           END-IF.

       COUNT-ONE-RESULT.
           MOVE RM-RUN-DATE TO WS-LOOKUP-DATE
           MOVE RM-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           MOVE RM-SEQ-NO TO WS-LOOKUP-SEQ-NO
           PERFORM LOOKUP-XREF
           PERFORM CHECK-CHAINED-RESULT
           IF WS-LOOKUP-DEPT-IX > ZERO
               ADD 1 TO WS-DEP-POSTED(WS-LOOKUP-DEPT-IX)
               IF RESULT-IS-CHAINED
                   ADD 1 TO WS-DEP-CHAINED(WS-LOOKUP-DEPT-IX)
               END-IF
           ELSE
               ADD 1 TO WS-NODEPT-POSTED
               IF RESULT-IS-CHAINED
                   ADD 1 TO WS-NODEPT-CHAINED
               END-IF
           END-IF
           PERFORM READ-NEXT-RESULT-RECORD.

      * A result is chained when either operand was taken from an
      * earlier result rather than keyed.
       CHECK-CHAINED-RESULT.
           MOVE "N" TO WS-CHAINED-SWITCH
           IF AUDIT-MASTER-OPEN
               MOVE RM-RUN-DATE TO AM-RUN-DATE
               MOVE RM-CYCLE-NO TO AM-CYCLE-NO
               MOVE RM-SEQ-NO TO AM-SEQ-NO
               MOVE SPACE TO AM-REVERSAL-FLAG
               READ CALC-AUDIT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-REF-SEQ-1 > ZERO OR
                               AM-REF-SEQ-2 > ZERO
                           SET RESULT-IS-CHAINED TO TRUE
                       END-IF
               END-READ
           END-IF.

       COUNT-SUSPENSE-ITEMS.
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               SET END-OF-SUSPENSE-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SUSPENSE-RECORD
               PERFORM COUNT-ONE-SUSPENSE-ITEM
                   UNTIL END-OF-SUSPENSE-FILE
               CLOSE CALC-SUSPENSE-FILE
           END-IF.

       READ-NEXT-SUSPENSE-RECORD.
           READ CALC-SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE-FILE TO TRUE
           END-READ.

       COUNT-ONE-SUSPENSE-ITEM.
           COMPUTE WS-WORK-PERIOD = SU-RUN-DATE / 100
           IF WS-WORK-PERIOD = CB-PERIOD
               MOVE SU-RUN-DATE TO WS-LOOKUP-DATE
               MOVE SU-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
               MOVE SU-SEQ-NO TO WS-LOOKUP-SEQ-NO
               PERFORM LOOKUP-XREF
               IF WS-XREF-FOUND-IX > ZERO
                   MOVE "Y" TO WS-XR-SUSPENSE-SWITCH(WS-XREF-FOUND-IX)
               END-IF
               IF WS-LOOKUP-DEPT-IX > ZERO
                   ADD 1 TO WS-DEP-SUSPENSE(WS-LOOKUP-DEPT-IX)
               ELSE
                   ADD 1 TO WS-NODEPT-SUSPENSE
               END-IF
           END-IF
           PERFORM READ-NEXT-SUSPENSE-RECORD.

      * Second pass over the fix log. An item suspended in the period
      * and already fixed is no longer on the live suspense file, so
      * it is counted here unless the suspense file already counted
      * it - but not an E010 entry, which CALCULOS never suspended;
      * every resubmission made in the period is counted to the
      * department of the original transaction.
       COUNT-FIXED-ITEMS.
           MOVE "N" TO WS-FIX-LOG-EOF-SWITCH
           OPEN INPUT CALC-FIX-LOG-FILE
           IF WS-FIX-LOG-FILE-STATUS = "35"
               SET END-OF-FIX-LOG-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-FIX-LOG-RECORD
               PERFORM COUNT-ONE-FIXED-ITEM
                   UNTIL END-OF-FIX-LOG-FILE
               CLOSE CALC-FIX-LOG-FILE
           END-IF.

       COUNT-ONE-FIXED-ITEM.
           MOVE FL-ORIG-RUN-DATE TO WS-LOOKUP-DATE
           MOVE FL-ORIG-CYCLE-NO TO WS-LOOKUP-CYCLE-NO
           MOVE FL-SEQ-NO TO WS-LOOKUP-SEQ-NO
           PERFORM LOOKUP-XREF
           COMPUTE WS-WORK-PERIOD = FL-ORIG-RUN-DATE / 100
           IF WS-WORK-PERIOD = CB-PERIOD AND
                   WS-XREF-FOUND-IX > ZERO AND
                   FL-REASON-CODE NOT = "E010"
               IF WS-XR-SUSPENSE-SWITCH(WS-XREF-FOUND-IX) = "N"
                   MOVE "Y" TO WS-XR-SUSPENSE-SWITCH(WS-XREF-FOUND-IX)
                   IF WS-LOOKUP-DEPT-IX > ZERO
                       ADD 1 TO WS-DEP-SUSPENSE(WS-LOOKUP-DEPT-IX)
                   ELSE
                       ADD 1 TO WS-NODEPT-SUSPENSE
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-WORK-PERIOD = FL-FIX-DATE / 100
           IF WS-WORK-PERIOD = CB-PERIOD
               IF WS-LOOKUP-DEPT-IX > ZERO
                   ADD 1 TO WS-DEP-RESUBMIT(WS-LOOKUP-DEPT-IX)
               ELSE
                   ADD 1 TO WS-NODEPT-RESUBMIT
               END-IF
           END-IF
           PERFORM READ-NEXT-FIX-LOG-RECORD.

      * The department's own schedule, or the house schedule when it
      * has none.
       FIND-FEE-ENTRY.
           MOVE ZERO TO WS-FEE-FOUND-IX
           MOVE 1 TO WS-FEE-IX
           PERFORM SCAN-FEE-ENTRY
               UNTIL WS-FEE-IX > WS-FEE-COUNT
                   OR WS-FEE-FOUND-IX > ZERO
           IF WS-FEE-FOUND-IX = ZERO
               MOVE WS-HOUSE-FEE-IX TO WS-FEE-FOUND-IX
           END-IF.

       SCAN-FEE-ENTRY.
           IF WS-FEE-DEPT-ID(WS-FEE-IX) = WS-DEP-ID(WS-DEPT-IX)
               MOVE WS-FEE-IX TO WS-FEE-FOUND-IX
           END-IF
           ADD 1 TO WS-FEE-IX.

      * A department seen only in another period's cross reference
      * and without a schedule of its own has nothing to pay.
       BILL-ONE-DEPARTMENT.
           PERFORM FIND-FEE-ENTRY
           IF WS-DEP-POSTED(WS-DEPT-IX) = ZERO AND
                   WS-DEP-SUSPENSE(WS-DEPT-IX) = ZERO AND
                   WS-DEP-RESUBMIT(WS-DEPT-IX) = ZERO AND
                   (WS-FEE-FOUND-IX = ZERO OR
                   WS-FEE-FOUND-IX = WS-HOUSE-FEE-IX)
               CONTINUE
           ELSE
               IF WS-FEE-FOUND-IX = ZERO
                   ADD 1 TO WS-NO-FEE-COUNT
                   PERFORM PRINT-NO-FEE-LINE
               ELSE
                   PERFORM PRICE-DEPARTMENT
                   WRITE INVOICE-RECORD
                   ADD 1 TO WS-INVOICE-COUNT
                   PERFORM ADD-TO-CCY-TOTALS
                   PERFORM PRINT-INVOICE-LINE
                   IF CB-POST-TO-GL AND IV-TOTAL-CHARGE > ZERO
                       PERFORM POST-INVOICE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-DEPT-IX.

      * Chained results are priced at the chained rate and the rest
      * of the posted results at the posted rate; a resubmission
      * costs the same handling as the suspense item it came from.
       PRICE-DEPARTMENT.
           INITIALIZE INVOICE-RECORD
           MOVE CB-PERIOD TO IV-PERIOD
           MOVE WS-DEP-ID(WS-DEPT-IX) TO IV-DEPT-ID
           MOVE CB-BILLING-DATE TO IV-BILLING-DATE
           MOVE WS-FEE-CURRENCY(WS-FEE-FOUND-IX) TO IV-CURRENCY-CODE
           MOVE WS-DEP-POSTED(WS-DEPT-IX) TO IV-POSTED-COUNT
           MOVE WS-DEP-CHAINED(WS-DEPT-IX) TO IV-CHAINED-COUNT
           MOVE WS-DEP-SUSPENSE(WS-DEPT-IX) TO IV-SUSPENSE-COUNT
           MOVE WS-DEP-RESUBMIT(WS-DEPT-IX) TO IV-RESUBMIT-COUNT
           MOVE WS-FEE-EXPENSE-ACCOUNT(WS-FEE-FOUND-IX)
               TO IV-EXPENSE-ACCOUNT
           MOVE WS-FEE-INCOME-ACCOUNT(WS-FEE-FOUND-IX)
               TO IV-INCOME-ACCOUNT

           COMPUTE WS-UNCHAINED-COUNT =
               IV-POSTED-COUNT - IV-CHAINED-COUNT
           COMPUTE WS-SUSPENSE-BILLED =
               IV-SUSPENSE-COUNT + IV-RESUBMIT-COUNT
           COMPUTE IV-POSTED-CHARGE ROUNDED = WS-UNCHAINED-COUNT *
               WS-FEE-POSTED-RATE(WS-FEE-FOUND-IX)
           COMPUTE IV-CHAINED-CHARGE ROUNDED = IV-CHAINED-COUNT *
               WS-FEE-CHAINED-RATE(WS-FEE-FOUND-IX)
           COMPUTE IV-SUSPENSE-CHARGE ROUNDED = WS-SUSPENSE-BILLED *
               WS-FEE-SUSPENSE-RATE(WS-FEE-FOUND-IX)
           COMPUTE WS-VOLUME-CHARGE = IV-POSTED-CHARGE +
               IV-CHAINED-CHARGE + IV-SUSPENSE-CHARGE
           IF WS-VOLUME-CHARGE < WS-FEE-MINIMUM(WS-FEE-FOUND-IX)
               COMPUTE IV-MINIMUM-ADJUST =
                   WS-FEE-MINIMUM(WS-FEE-FOUND-IX) - WS-VOLUME-CHARGE
           END-IF
           COMPUTE IV-TOTAL-CHARGE =
               WS-VOLUME-CHARGE + IV-MINIMUM-ADJUST.

      * One balanced pair per invoice: the department's expense
      * account is debited and the operations income account
      * credited, on the billing date.
       POST-INVOICE.
           IF IV-TOTAL-CHARGE > WS-GL-LIMIT
               ADD 1 TO WS-NOT-POSTED-COUNT
               DISPLAY "CALCCHB: factura de depto " IV-DEPT-ID
                   " excede el importe de un asiento, no "
                   "contabilizada"
           ELSE
               MOVE IV-EXPENSE-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE IV-TOTAL-CHARGE TO GL-AMOUNT
               MOVE "D" TO GL-DR-CR-INDICATOR
               MOVE IV-CURRENCY-CODE TO GL-CURRENCY-CODE
               MOVE CB-BILLING-DATE TO GL-RUN-DATE
               MOVE SPACE TO GL-REVERSAL-FLAG
               MOVE ZERO TO GL-ORIG-RUN-DATE
               MOVE ZERO TO GL-CYCLE-NO
               MOVE ZERO TO GL-ORIG-CYCLE-NO
               WRITE GL-INTERFACE-RECORD
               MOVE IV-INCOME-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DR-CR-INDICATOR
               WRITE GL-INTERFACE-RECORD
               ADD 2 TO WS-POSTING-COUNT
           END-IF.

       ADD-TO-CCY-TOTALS.
           MOVE ZERO TO WS-CCY-FOUND-IX
           MOVE 1 TO WS-CCY-IX
           PERFORM SCAN-CCY-ENTRY
               UNTIL WS-CCY-IX > WS-CCY-COUNT
                   OR WS-CCY-FOUND-IX > ZERO
           IF WS-CCY-FOUND-IX = ZERO AND WS-CCY-COUNT < WS-CCY-MAX
               ADD 1 TO WS-CCY-COUNT
               INITIALIZE WS-CCY-ENTRY(WS-CCY-COUNT)
               MOVE IV-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-COUNT)
               MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IX
           END-IF
           IF WS-CCY-FOUND-IX > ZERO
               ADD 1 TO WS-CCY-INVOICE-COUNT(WS-CCY-FOUND-IX)
               ADD IV-TOTAL-CHARGE TO WS-CCY-TOTAL(WS-CCY-FOUND-IX)
           END-IF.

       SCAN-CCY-ENTRY.
           IF WS-CCY-CODE(WS-CCY-IX) = IV-CURRENCY-CODE
               MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
           END-IF
           ADD 1 TO WS-CCY-IX.

       WRITE-CHARGEBACK-LOG.
           OPEN EXTEND CALC-CHARGEBACK-LOG-FILE
           IF WS-CB-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CALC-CHARGEBACK-LOG-FILE
           END-IF
           MOVE CB-PERIOD TO CL-PERIOD
           MOVE CB-BILLING-DATE TO CL-BILLING-DATE
           MOVE WS-CD-DATE TO CL-RUN-DATE
           IF CB-POST-TO-GL
               MOVE "Y" TO CL-POSTED-SWITCH
           ELSE
               MOVE "N" TO CL-POSTED-SWITCH
           END-IF
           MOVE WS-INVOICE-COUNT TO CL-INVOICE-COUNT
           MOVE WS-POSTING-COUNT TO CL-POSTING-COUNT
           WRITE CHARGEBACK-LOG-RECORD
           CLOSE CALC-CHARGEBACK-LOG-FILE.

       PRINT-REPORT-HEADING.
           MOVE "CALCCHB - FACTURACION INTERNA POR DEPARTAMENTO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF CB-POST-TO-GL
               STRING "PERIODO: " CB-PERIOD
                   "  FECHA DE FACTURA: " CB-BILLING-DATE
                   "  CONTABILIZADA EN CALCGL"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "PERIODO: " CB-PERIOD
                   "  FECHA DE FACTURA: " CB-BILLING-DATE
                   "  PRUEBA, SIN CONTABILIZAR"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF PERIOD-ALREADY-POSTED
               MOVE SPACES TO REPORT-LINE
               STRING "*** PERIODO YA CONTABILIZADO EL "
                   WS-POSTED-ON-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT MON  PROCES   ENCAD    SUSP   REENV"
               " CARGO VOLUMEN AJUSTE MIN         TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-INVOICE-LINE.
           MOVE IV-POSTED-COUNT TO WS-EDIT-VOL-1
           MOVE IV-CHAINED-COUNT TO WS-EDIT-VOL-2
           MOVE IV-SUSPENSE-COUNT TO WS-EDIT-VOL-3
           MOVE IV-RESUBMIT-COUNT TO WS-EDIT-VOL-4
           MOVE WS-VOLUME-CHARGE TO WS-EDIT-CHARGE
           MOVE IV-MINIMUM-ADJUST TO WS-EDIT-ADJUST
           MOVE IV-TOTAL-CHARGE TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING IV-DEPT-ID " " IV-CURRENCY-CODE
               " " WS-EDIT-VOL-1 " " WS-EDIT-VOL-2
               " " WS-EDIT-VOL-3 " " WS-EDIT-VOL-4
               " " WS-EDIT-CHARGE " " WS-EDIT-ADJUST
               " " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-NO-FEE-LINE.
           MOVE WS-DEP-POSTED(WS-DEPT-IX) TO WS-EDIT-VOL-1
           MOVE WS-DEP-CHAINED(WS-DEPT-IX) TO WS-EDIT-VOL-2
           MOVE WS-DEP-SUSPENSE(WS-DEPT-IX) TO WS-EDIT-VOL-3
           MOVE WS-DEP-RESUBMIT(WS-DEPT-IX) TO WS-EDIT-VOL-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-DEP-ID(WS-DEPT-IX) "    "
               " " WS-EDIT-VOL-1 " " WS-EDIT-VOL-2
               " " WS-EDIT-VOL-3 " " WS-EDIT-VOL-4
               "  *** SIN TARIFA, NO FACTURADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-UNATTRIBUTED-LINE.
           IF WS-NODEPT-POSTED > ZERO OR WS-NODEPT-SUSPENSE > ZERO
                   OR WS-NODEPT-RESUBMIT > ZERO
               MOVE WS-NODEPT-POSTED TO WS-EDIT-VOL-1
               MOVE WS-NODEPT-CHAINED TO WS-EDIT-VOL-2
               MOVE WS-NODEPT-SUSPENSE TO WS-EDIT-VOL-3
               MOVE WS-NODEPT-RESUBMIT TO WS-EDIT-VOL-4
               MOVE SPACES TO REPORT-LINE
               STRING "????    "
                   " " WS-EDIT-VOL-1 " " WS-EDIT-VOL-2
                   " " WS-EDIT-VOL-3 " " WS-EDIT-VOL-4
                   "  *** SIN DEPARTAMENTO, NO FACTURADO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-CCY-IX
           PERFORM PRINT-ONE-CCY-TOTAL
               UNTIL WS-CCY-IX > WS-CCY-COUNT
           MOVE WS-INVOICE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURAS EMITIDAS:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NO-FEE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPTOS SIN TARIFA:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REMAPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "GENERADAS AL DUENO:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ASIENTOS ESCRITOS EN GL: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NOT-POSTED-COUNT > ZERO
               MOVE WS-NOT-POSTED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** FACTURAS NO CONTABILIZADAS: "
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-CCY-TOTAL.
           MOVE WS-CCY-INVOICE-COUNT(WS-CCY-IX) TO WS-EDIT-COUNT
           MOVE WS-CCY-TOTAL(WS-CCY-IX) TO WS-EDIT-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL " WS-CCY-CODE(WS-CCY-IX)
               "  FACTURAS " WS-EDIT-COUNT
               "  IMPORTE " WS-EDIT-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-CCY-IX.

       END PROGRAM CALCCHB.
