      ******************************************************************
      * CALCCBP - CALC-CHARGEBACK-PARM-FILE record layout.
      * Run parameters for CALCCHB: the period (AAAAMM) billed, the
      * date the inter-department charges are posted on, and "Y" in
      * CB-POST-SWITCH to write the charge postings to
      * CALC-GL-INTERFACE (any other value is a trial billing that
      * prints the invoices without posting them).
      ******************************************************************
       01  CALC-CHARGEBACK-PARM-RECORD.
           05  CB-PERIOD              PIC 9(6).
           05  CB-BILLING-DATE        PIC 9(8).
           05  CB-POST-SWITCH         PIC X(1).
               88  CB-POST-TO-GL      VALUE "Y".
