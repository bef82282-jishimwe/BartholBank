       01  :PREFIX:FWD-REC.
           05  :PREFIX:FWD-ID           PIC 9(5).
           05  :PREFIX:FWD-CUST-ID      PIC 9(5).
           05  :PREFIX:FWD-ACC          PIC 9(5).
           05  :PREFIX:FWD-FX-ACC       PIC 9(5).
           05  :PREFIX:FWD-DIRECTION    PIC X(1).
               88  :PREFIX:FWD-CUST-BUYS  VALUE 'B'.
               88  :PREFIX:FWD-CUST-SELLS VALUE 'S'.
           05  :PREFIX:FWD-CURRENCY     PIC X(3).
           05  :PREFIX:FWD-BASE-CCY     PIC X(3).
           05  :PREFIX:FWD-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:FWD-RATE         PIC 9(5)V9(6).
           05  :PREFIX:FWD-BASE-AMOUNT  PIC S9(7)V99.
           05  :PREFIX:FWD-BOOK-DATE    PIC 9(8).
           05  :PREFIX:FWD-VALUE-DATE   PIC 9(8).
           05  :PREFIX:FWD-MARGIN       PIC S9(7)V99.
           05  :PREFIX:FWD-HOLD-SEQ     PIC 9(3).
           05  :PREFIX:FWD-STATUS       PIC X(1).
               88  :PREFIX:FWD-OPEN      VALUE 'O'.
               88  :PREFIX:FWD-SETTLED   VALUE 'S'.
               88  :PREFIX:FWD-FAILED    VALUE 'F'.
           05  :PREFIX:FWD-MTM          PIC S9(7)V99.
           05  :PREFIX:FWD-MTM-RATE     PIC 9(5)V9(6).
           05  :PREFIX:FWD-MTM-DATE     PIC 9(8).
           05  :PREFIX:FWD-SETTLE-DATE  PIC 9(8).
           05  :PREFIX:FWD-SETTLE-TRAN  PIC 9(5).
           05  :PREFIX:FWD-BOOKED-BY    PIC X(10).
