           05  :PREFIX:OPER-PW-CHANGED   PIC 9(8).
           05  :PREFIX:OPER-FAIL-COUNT   PIC 9(2).
           05  :PREFIX:OPER-LOCK-FLAG    PIC X(1).
               88  :PREFIX:OPER-LOCKED      VALUE 'L' 'D'.
               88  :PREFIX:OPER-DISABLED    VALUE 'D'.
           05  :PREFIX:OPER-PW-HISTORY.
               10  :PREFIX:OPER-PW-PREV  PIC X(10) OCCURS 3 TIMES.
           05  :PREFIX:OPER-LIMIT        PIC S9(7)V99.
           05  :PREFIX:OPER-SUPV-ID      PIC X(10).
           05  :PREFIX:OPER-DIS-DATE     PIC 9(8).
           05  :PREFIX:OPER-DIS-REASON   PIC X(20).
           05  :PREFIX:OPER-CUST-ID      PIC 9(5).
