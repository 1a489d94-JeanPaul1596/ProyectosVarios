      ******************************************************************
      * CALCFXL - CALC-FIX-LOG-FILE record layout.
      * One record per suspense item CALCFIX sends back for posting,
      * appended run after run: the date of the fix run, the
      * operator, the run date and sequence number the item was
      * suspended under, its operation and the disposition - "C"
      * corrected from a correction card, "R" resubmitted unchanged.
      * Read by CALCCHB to bill resubmissions to the department
      * that sent the original transaction.
      * FL-ORIG-CYCLE-NO is the processing cycle the item was
      * suspended in. FL-REASON-CODE is the suspense reason the item
      * carried; E010 is a posted result CALCIMP sent back through
      * CALCFIX for a chain re-run, never suspended by CALCULOS.
      ******************************************************************
       01  FIX-LOG-RECORD.
           05  FL-FIX-DATE            PIC 9(8).
           05  FL-OPERATOR-ID         PIC X(8).
           05  FL-ORIG-RUN-DATE       PIC 9(8).
           05  FL-SEQ-NO              PIC 9(6).
           05  FL-OPCION              PIC 9(2).
           05  FL-DISPOSITION         PIC X(1).
               88  FL-CORRECTED       VALUE "C".
               88  FL-RESUBMITTED     VALUE "R".
           05  FL-ORIG-CYCLE-NO       PIC 9(2).
           05  FL-REASON-CODE         PIC X(4).
