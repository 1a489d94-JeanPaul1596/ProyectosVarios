      * One record per denied authorization attempt: when, who, in
      * which program, for which function and which run date, so the
      * auditors can be shown exactly who tried what. Appended by
      * CALCULOS, CALCFIX, CALCREV, CALCRTM and CALCREL whenever an
      * operator without the required permission is refused, and by
      * CALCREL when an operator tries to release a held item from a
      * batch that operator ran.
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-LOG-DATE            PIC 9(8).
