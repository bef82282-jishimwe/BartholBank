       01  :PREFIX:LAP-REC.
           05  :PREFIX:LAP-ID           PIC 9(5).
           05  :PREFIX:LAP-ACC          PIC 9(5).
           05  :PREFIX:LAP-CUST-ID      PIC 9(5).
           05  :PREFIX:LAP-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:LAP-TERM-MONTHS  PIC 9(3).
           05  :PREFIX:LAP-PURPOSE      PIC X(20).
           05  :PREFIX:LAP-DATE         PIC 9(8).
           05  :PREFIX:LAP-MAKER        PIC X(10).
           05  :PREFIX:LAP-EXP-LOANS    PIC S9(7)V99.
           05  :PREFIX:LAP-EXP-OVERDRAWN PIC S9(7)V99.
           05  :PREFIX:LAP-KYC-STATUS   PIC X(1).
               88  :PREFIX:LAP-KYC-COMPLETE VALUE 'C'.
               88  :PREFIX:LAP-KYC-MISSING  VALUE 'M'.
               88  :PREFIX:LAP-KYC-NONE     VALUE 'N' SPACE.
           05  :PREFIX:LAP-STATUS       PIC X(1).
               88  :PREFIX:LAP-RECEIVED     VALUE 'R' SPACE.
               88  :PREFIX:LAP-UNDER-REVIEW VALUE 'U'.
               88  :PREFIX:LAP-APPROVED     VALUE 'A'.
               88  :PREFIX:LAP-DECLINED     VALUE 'D'.
               88  :PREFIX:LAP-WITHDRAWN    VALUE 'W'.
           05  :PREFIX:LAP-DECIDED-BY   PIC X(10).
           05  :PREFIX:LAP-DECIDED-DATE PIC 9(8).
           05  :PREFIX:LAP-REASON       PIC X(30).
           05  :PREFIX:LAP-LOAN-ID      PIC 9(5).
