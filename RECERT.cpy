       01  :PREFIX:RCT-REC.
           05  :PREFIX:RCT-KEY.
               10  :PREFIX:RCT-CYCLE    PIC 9(5).
               10  :PREFIX:RCT-OPER     PIC X(10).
           05  :PREFIX:RCT-NAME         PIC X(20).
           05  :PREFIX:RCT-ROLE         PIC X(1).
           05  :PREFIX:RCT-LIMIT        PIC S9(7)V99.
           05  :PREFIX:RCT-SUPV         PIC X(10).
           05  :PREFIX:RCT-LAST-SIGNON  PIC 9(8).
           05  :PREFIX:RCT-POSTINGS     PIC 9(7).
           05  :PREFIX:RCT-OPEN-DATE    PIC 9(8).
           05  :PREFIX:RCT-DEADLINE     PIC 9(8).
           05  :PREFIX:RCT-STATUS       PIC X(1).
               88  :PREFIX:RCT-PENDING      VALUE 'P'.
               88  :PREFIX:RCT-ATTESTED     VALUE 'A'.
               88  :PREFIX:RCT-REVOKED      VALUE 'R'.
               88  :PREFIX:RCT-LAPSED       VALUE 'D'.
               88  :PREFIX:RCT-DORMANT      VALUE 'N'.
           05  :PREFIX:RCT-ATT-BY       PIC X(10).
           05  :PREFIX:RCT-ATT-DATE     PIC 9(8).
           05  :PREFIX:RCT-NOTE         PIC X(30).
