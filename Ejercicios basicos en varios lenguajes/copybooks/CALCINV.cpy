      ******************************************************************
      * CALCINV - CALC-INVOICE-FILE record layout.
      * One chargeback invoice line per department for a period,
      * written by CALCCHB: the volumes billed (results posted, of
      * which chained to an earlier result, items suspensed and
      * items resubmitted through CALCFIX), the charge for each,
      * the adjustment up to the monthly minimum and the total, in
      * the currency of the department's fee schedule, with the
      * accounts the charge is posted between.
      ******************************************************************
       01  INVOICE-RECORD.
           05  IV-PERIOD              PIC 9(6).
           05  IV-DEPT-ID             PIC X(4).
           05  IV-BILLING-DATE        PIC 9(8).
           05  IV-CURRENCY-CODE       PIC X(3).
           05  IV-POSTED-COUNT        PIC 9(7).
           05  IV-CHAINED-COUNT       PIC 9(7).
           05  IV-SUSPENSE-COUNT      PIC 9(7).
           05  IV-RESUBMIT-COUNT      PIC 9(7).
           05  IV-POSTED-CHARGE       PIC 9(9)V99.
           05  IV-CHAINED-CHARGE      PIC 9(9)V99.
           05  IV-SUSPENSE-CHARGE     PIC 9(9)V99.
           05  IV-MINIMUM-ADJUST      PIC 9(9)V99.
           05  IV-TOTAL-CHARGE        PIC 9(9)V99.
           05  IV-EXPENSE-ACCOUNT     PIC X(10).
           05  IV-INCOME-ACCOUNT      PIC X(10).
