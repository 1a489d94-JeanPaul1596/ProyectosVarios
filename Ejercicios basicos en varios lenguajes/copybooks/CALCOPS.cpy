      * validated; the run, correction, reversal and rate programs
      * now check the flag for their function here and refuse the
      * run when it is not "Y". Maintained by CALCOMM; every denial
      * is written to the security log CALCSLG. OM-RELEASE-AUTH is
      * the permission to approve or reject high-value results held
      * by CALCULOS, checked by CALCREL.
      ******************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID         PIC X(8).
           05  OM-FIX-AUTH            PIC X(1).
           05  OM-REV-AUTH            PIC X(1).
           05  OM-RATE-AUTH           PIC X(1).
           05  OM-RELEASE-AUTH        PIC X(1).
