       01  :PREFIX:HOT-REC.
           05  :PREFIX:HOT-KEY.
               10  :PREFIX:HOT-DATE     PIC 9(8).
               10  :PREFIX:HOT-TIME     PIC 9(6).
               10  :PREFIX:HOT-SEQ      PIC 9(3).
           05  :PREFIX:HOT-CARD         PIC 9(16).
           05  :PREFIX:HOT-ACC          PIC 9(5).
           05  :PREFIX:HOT-ACTION       PIC X(1).
               88  :PREFIX:HOT-LISTED   VALUE 'A'.
               88  :PREFIX:HOT-DELISTED VALUE 'R'.
           05  :PREFIX:HOT-STATUS       PIC X(1).
           05  :PREFIX:HOT-REASON       PIC X(1).
           05  :PREFIX:HOT-OPERATOR     PIC X(10).
           05  :PREFIX:HOT-SENT-RUN     PIC 9(5).
               88  :PREFIX:HOT-UNSENT   VALUE 0.
           05  :PREFIX:HOT-SENT-DATE    PIC 9(8).
