               88  :PREFIX:TDP-ACTIVE   VALUE 'A'.
               88  :PREFIX:TDP-CLOSED   VALUE 'C'.
               88  :PREFIX:TDP-EARLY    VALUE 'E'.
           05  :PREFIX:TDP-PAY-FREQ     PIC X(1).
               88  :PREFIX:TDP-PAY-AT-MATURITY VALUE 'N' SPACE.
               88  :PREFIX:TDP-PAY-MONTHLY     VALUE 'M'.
               88  :PREFIX:TDP-PAY-QUARTERLY   VALUE 'Q'.
           05  :PREFIX:TDP-PAY-ACC      PIC 9(5).
           05  :PREFIX:TDP-LAST-PAY     PIC 9(8).
           05  :PREFIX:TDP-NEXT-PAY     PIC 9(8).
           05  :PREFIX:TDP-INT-PAID     PIC S9(7)V99.
