      * currency) keeps the value already on the suspense record; a
      * card with every replacement field blank resubmits the
      * transaction exactly as it was originally keyed.
      * CO-REF-FLAG-1/2 "R" chains the resubmitted operand to the
      * result of CO-REF-SEQ-1/2 in the same batch again, the way
      * TR-REF-FLAG-1/2 does; CALCIMP sets them on the cards it
      * writes so a whole chain is recalculated from its corrected
      * origin. Blank keeps the operand as a literal.
      ******************************************************************
       01  CORRECTION-RECORD.
           05  CO-SEQ-NO              PIC 9(6).
           05  CO-NUM1                PIC S9(7)V99.
           05  CO-NUM2                PIC S9(7)V99.
           05  CO-CURRENCY-CODE       PIC X(3).
           05  CO-REF-FLAG-1          PIC X(1).
           05  CO-REF-SEQ-1           PIC 9(6).
           05  CO-REF-FLAG-2          PIC X(1).
           05  CO-REF-SEQ-2           PIC 9(6).
