       01  :PREFIX:FXM-REC.
           05  :PREFIX:FXM-KEY.
               10  :PREFIX:FXM-TRAN-ID  PIC 9(5).
           05  :PREFIX:FXM-DATE         PIC 9(8).
           05  :PREFIX:FXM-ACC          PIC 9(5).
           05  :PREFIX:FXM-CUST-ID      PIC 9(5).
           05  :PREFIX:FXM-IN-CCY       PIC X(3).
           05  :PREFIX:FXM-OUT-CCY      PIC X(3).
           05  :PREFIX:FXM-BASE-VALUE   PIC S9(7)V99.
           05  :PREFIX:FXM-SPREAD       PIC S9(7)V99.
