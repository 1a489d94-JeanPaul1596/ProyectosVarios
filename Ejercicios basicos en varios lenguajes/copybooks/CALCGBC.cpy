      ******************************************************************
      * CALCGBC - CALC-GL-BAL-CTL-FILE record layout.
      * Control record for CALCGBU. Like CALCGXC for the GL handoff,
      * it carries how many CALC-GL-INTERFACE records have already
      * been applied to the balance ledger, so each run applies only
      * the postings written since (a run date, a CALCREL release or
      * a CALCREV reversal) and none of them twice. It also carries
      * the last locked period whose closings were rolled forward.
      ******************************************************************
       01  GL-BAL-CONTROL-RECORD.
           05  GK-APPLIED-COUNT       PIC 9(8).
           05  GK-LAST-APPLY-DATE     PIC 9(8).
           05  GK-LAST-ROLLED-PERIOD  PIC 9(6).
