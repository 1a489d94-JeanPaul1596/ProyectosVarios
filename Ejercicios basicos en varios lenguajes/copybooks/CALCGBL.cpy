      ******************************************************************
      * CALCGBL - CALC-GL-BALANCE-FILE record layout.
      * Indexed GL balance ledger kept by CALCGBU: one record per GL
      * account, currency and period (AAAAMM), with the period's
      * opening balance, the debits and credits posted to it from
      * CALC-GL-INTERFACE (CALCREV reversals included) and the
      * closing balance. Balances are carried debit positive:
      * closing = opening + debits - credits. A period's opening is
      * the prior period's closing; once CALCCLS locks a period its
      * closings are rolled forward into the next period's records.
      * Read by CALCTRB for the monthly trial balance.
      * GB-ONE-LEG-DEBITS/CREDITS are the part of the period's
      * debits and credits posted by a processing cycle (GL-CYCLE-NO
      * not zero): CALCULOS, CALCREV and CALCREL post one leg per
      * result, so these never balance on their own. The CALCCHB
      * billing pairs carry cycle zero and are not included.
      ******************************************************************
       01  GL-BALANCE-RECORD.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE    PIC X(10).
               10  GB-CURRENCY-CODE   PIC X(3).
               10  GB-PERIOD          PIC 9(6).
           05  GB-OPENING-BALANCE     PIC S9(11)V99.
           05  GB-PERIOD-DEBITS       PIC S9(11)V99.
           05  GB-PERIOD-CREDITS      PIC S9(11)V99.
           05  GB-CLOSING-BALANCE     PIC S9(11)V99.
           05  GB-POSTING-COUNT       PIC 9(6).
           05  GB-LAST-RUN-DATE       PIC 9(8).
           05  GB-ONE-LEG-DEBITS      PIC S9(11)V99.
           05  GB-ONE-LEG-CREDITS     PIC S9(11)V99.
