      ******************************************************************
      * CALCGLS - CALC-GL-SUSPENSE-FILE record layout.
      * One record per posting the GL loader rejected, written by
      * CALCGAR with the transmission it travelled in, the posting
      * itself (same 40 byte image as GL-INTERFACE-RECORD) and the
      * loader's reason, so it can be corrected and sent again.
      ******************************************************************
       01  GL-SUSPENSE-RECORD.
           05  GS-TRANSMIT-FILENAME   PIC X(40).
           05  GS-EXTRACT-DATE        PIC 9(8).
           05  GS-ACK-DATE            PIC 9(8).
           05  GS-GL-DETAIL.
               10  GS-ACCOUNT-CODE    PIC X(10).
               10  GS-AMOUNT          PIC S9(7)V99.
               10  GS-DR-CR-INDICATOR PIC X(1).
               10  GS-CURRENCY-CODE   PIC X(3).
               10  GS-RUN-DATE        PIC 9(8).
               10  GS-REVERSAL-FLAG   PIC X(1).
               10  GS-ORIG-RUN-DATE   PIC 9(8).
           05  GS-REASON-CODE         PIC X(4).
           05  GS-REASON-TEXT         PIC X(36).
