       01  :PREFIX:SDB-REC.
           05  :PREFIX:SDB-KEY.
               10  :PREFIX:SDB-BRANCH   PIC X(4).
               10  :PREFIX:SDB-BOX-NO   PIC 9(4).
           05  :PREFIX:SDB-SIZE         PIC X(1).
               88  :PREFIX:SDB-SMALL    VALUE 'S'.
               88  :PREFIX:SDB-MEDIUM   VALUE 'M'.
               88  :PREFIX:SDB-LARGE    VALUE 'L'.
               88  :PREFIX:SDB-SIZE-VALID VALUE 'S' 'M' 'L'.
           05  :PREFIX:SDB-STD-RENT     PIC S9(5)V99.
           05  :PREFIX:SDB-STATUS       PIC X(1).
               88  :PREFIX:SDB-AVAILABLE VALUE 'A'.
               88  :PREFIX:SDB-RENTED   VALUE 'R'.
               88  :PREFIX:SDB-OUT-OF-SERVICE VALUE 'X'.
           05  :PREFIX:SDB-RENTAL-ID    PIC 9(5).
