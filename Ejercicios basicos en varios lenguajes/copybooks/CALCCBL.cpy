      ******************************************************************
      * CALCCBL - CALC-CHARGEBACK-LOG-FILE record layout.
      * One record appended by every CALCCHB run: the period billed,
      * the billing date, the date of the run, whether the charges
      * were posted to the GL and how many invoices and postings
      * were produced. A period with a posted run on this log is
      * never posted again.
      ******************************************************************
       01  CHARGEBACK-LOG-RECORD.
           05  CL-PERIOD              PIC 9(6).
           05  CL-BILLING-DATE        PIC 9(8).
           05  CL-RUN-DATE            PIC 9(8).
           05  CL-POSTED-SWITCH       PIC X(1).
               88  CL-POSTED          VALUE "Y".
           05  CL-INVOICE-COUNT       PIC 9(4).
           05  CL-POSTING-COUNT       PIC 9(6).
