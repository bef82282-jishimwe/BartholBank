               88  :PREFIX:OPY-SENT     VALUE 'S'.
               88  :PREFIX:OPY-RETURNED VALUE 'R'.
               88  :PREFIX:OPY-CANCELLED VALUE 'X'.
               88  :PREFIX:OPY-SANC-HOLD VALUE 'H'.
               88  :PREFIX:OPY-CALLBACK-HOLD VALUE 'V'.
           05  :PREFIX:OPY-SENT-DATE    PIC 9(8).
           05  :PREFIX:OPY-TRAN-ID      PIC 9(5).
           05  :PREFIX:OPY-SCREENED     PIC X(1).
               88  :PREFIX:OPY-SCREEN-CLEARED VALUE 'C'.
