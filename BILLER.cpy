       01  :PREFIX:BLR-REC.
           05  :PREFIX:BLR-CODE         PIC X(6).
           05  :PREFIX:BLR-NAME         PIC X(30).
           05  :PREFIX:BLR-SETTLE-ACC   PIC 9(5).
           05  :PREFIX:BLR-SETTLE-BANK  PIC X(10).
           05  :PREFIX:BLR-SETTLE-REF   PIC X(15).
           05  :PREFIX:BLR-REF-FORMAT.
               10  :PREFIX:BLR-REF-MIN-LEN  PIC 9(2).
               10  :PREFIX:BLR-REF-MAX-LEN  PIC 9(2).
               10  :PREFIX:BLR-REF-CHARS    PIC X(1).
                   88  :PREFIX:BLR-REF-NUMERIC VALUE 'N'.
                   88  :PREFIX:BLR-REF-ALPHANUM VALUE 'A' SPACE.
           05  :PREFIX:BLR-CHECK-RULE   PIC X(1).
               88  :PREFIX:BLR-CHECK-NONE   VALUE 'N' SPACE.
               88  :PREFIX:BLR-CHECK-MOD10  VALUE 'L'.
               88  :PREFIX:BLR-CHECK-MOD11  VALUE 'E'.
               88  :PREFIX:BLR-CHECK-VALID  VALUE 'N' 'L' 'E' SPACE.
           05  :PREFIX:BLR-STATUS       PIC X(1).
               88  :PREFIX:BLR-ACTIVE   VALUE 'A'.
               88  :PREFIX:BLR-INACTIVE VALUE 'I'.
           05  :PREFIX:BLR-LAST-RUN     PIC 9(7).
           05  :PREFIX:BLR-LAST-REMIT   PIC 9(8).
