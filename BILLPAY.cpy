       01  :PREFIX:BPY-REC.
           05  :PREFIX:BPY-KEY.
               10  :PREFIX:BPY-DATE     PIC 9(8).
               10  :PREFIX:BPY-TIME     PIC 9(6).
               10  :PREFIX:BPY-SEQ      PIC 9(3).
           05  :PREFIX:BPY-BILLER       PIC X(6).
           05  :PREFIX:BPY-ACC          PIC 9(5).
           05  :PREFIX:BPY-CUST-REF     PIC X(20).
           05  :PREFIX:BPY-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:BPY-TRAN-ID      PIC 9(5).
           05  :PREFIX:BPY-CAPTURED-BY  PIC X(10).
           05  :PREFIX:BPY-REMIT-RUN    PIC 9(7).
               88  :PREFIX:BPY-UNREMITTED VALUE 0.
           05  :PREFIX:BPY-REMIT-DATE   PIC 9(8).
