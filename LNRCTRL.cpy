       01  LNR-CTRL-BLK.
           05  LNR-CTRL-RET-CODE       PIC 9(5).
           05  LNR-CTRL-ERR-MSG        PIC X(40).
           05  LNR-MODE                PIC X(1).
               88  LNR-KEEP-PAYMENT    VALUE 'T'.
               88  LNR-LEVEL-PAYMENT   VALUE 'L'.
           05  LNR-EXTRA-ROWS          PIC 9(3).
           05  LNR-PAYMENT             PIC S9(7)V99.
           05  LNR-ROWS                PIC 9(3).
