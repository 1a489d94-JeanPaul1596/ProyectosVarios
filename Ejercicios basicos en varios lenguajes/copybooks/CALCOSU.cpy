           05  OS-FIX-AUTH            PIC X(1).
           05  OS-REV-AUTH            PIC X(1).
           05  OS-RATE-AUTH           PIC X(1).
           05  OS-RELEASE-AUTH        PIC X(1).
