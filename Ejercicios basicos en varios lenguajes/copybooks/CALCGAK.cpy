      ******************************************************************
      * CALCGAK - GL loader acknowledgment file record layout.
      * Return file the GL loader writes for each transmission it
      * processes: one "H" header echoing the transmission header
      * (run date range and extract date) plus the date the loader
      * ran, one "R" line per rejected detail carrying the 40 byte
      * GL-INTERFACE-RECORD image and the loader's reason, and one
      * "T" trailer with the accepted count and debit/credit totals
      * and the rejected count. A transmission refused as a whole
      * comes back with no "R" lines, an accepted count of zero and
      * the reason on the trailer. Read by CALCGAR.
      ******************************************************************
       01  GL-ACK-RECORD.
           05  AK-RECORD-TYPE         PIC X(1).
               88  AK-HEADER          VALUE "H".
               88  AK-REJECT          VALUE "R".
               88  AK-TRAILER         VALUE "T".
           05  AK-RECORD-DATA         PIC X(80).
           05  AK-HEADER-DATA REDEFINES AK-RECORD-DATA.
               10  AK-FROM-DATE       PIC 9(8).
               10  AK-TO-DATE         PIC 9(8).
               10  AK-EXTRACT-DATE    PIC 9(8).
               10  AK-LOAD-DATE       PIC 9(8).
               10  FILLER             PIC X(48).
           05  AK-REJECT-DATA REDEFINES AK-RECORD-DATA.
               10  AK-REJECT-IMAGE    PIC X(40).
               10  AK-REASON-CODE     PIC X(4).
               10  AK-REASON-TEXT     PIC X(36).
           05  AK-TRAILER-DATA REDEFINES AK-RECORD-DATA.
               10  AK-ACCEPTED-COUNT  PIC 9(6).
               10  AK-ACCEPTED-DEBITS PIC S9(11)V99.
               10  AK-ACCEPTED-CREDITS
                                      PIC S9(11)V99.
               10  AK-REJECTED-COUNT  PIC 9(6).
               10  AK-FILE-REASON-CODE
                                      PIC X(4).
               10  AK-FILE-REASON-TEXT
                                      PIC X(36).
               10  FILLER             PIC X(2).
