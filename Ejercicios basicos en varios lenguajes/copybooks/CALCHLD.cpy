      ******************************************************************
      * CALCHLD - CALC-HOLD-FILE record layout.
      * One record per result CALCULOS held back because RESULTADOS
      * was over its limit on CALC-LIMIT-FILE. It carries everything
      * the posting needs - resolved operands, result, GL account
      * in effect on the run date, chain references and the result
      * file of the run - so CALCREL can post it later exactly as
      * the run would have. HD-STATUS starts "H" (held); CALCREL
      * rewrites it "A" (approved and posted) or "J" (rejected to
      * suspense) with the releasing operator and when. CALCBAL
      * counts the "H" records of a run date, so the date does not
      * balance while anything is still waiting for a decision.
      * HD-CYCLE-NO is the processing cycle of the run date the
      * result was held in, and the cycle CALCREL posts it under.
      ******************************************************************
       01  HOLD-RECORD.
           05  HD-SEQ-NO              PIC 9(6).
           05  HD-OPCION              PIC 9(2).
           05  HD-NUM1                PIC S9(7)V99.
           05  HD-NUM2                PIC S9(7)V99.
           05  HD-RESULTADOS          PIC S9(7)V99.
           05  HD-CURRENCY-CODE       PIC X(3).
           05  HD-RUN-DATE            PIC 9(8).
           05  HD-RUN-TIME            PIC 9(6).
           05  HD-OPERATOR-ID         PIC X(8).
           05  HD-REF-SEQ-1           PIC 9(6).
           05  HD-REF-SEQ-2           PIC 9(6).
           05  HD-GL-ACCOUNT          PIC X(10).
           05  HD-LIMIT-AMOUNT        PIC 9(7)V99.
           05  HD-RESULT-FILENAME     PIC X(40).
           05  HD-STATUS              PIC X(1).
               88  HD-HELD            VALUE "H".
               88  HD-APPROVED        VALUE "A".
               88  HD-REJECTED        VALUE "J".
           05  HD-RELEASE-OPERATOR    PIC X(8).
           05  HD-RELEASE-DATE        PIC 9(8).
           05  HD-RELEASE-TIME        PIC 9(6).
           05  HD-CYCLE-NO            PIC 9(2).
