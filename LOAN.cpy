               88  :PREFIX:LN-ACTIVE   VALUE 'A'.
               88  :PREFIX:LN-PAID     VALUE 'P'.
               88  :PREFIX:LN-CANCELLED VALUE 'C'.
           05  :PREFIX:LN-RATE-TYPE    PIC X(1).
               88  :PREFIX:LN-FIXED-RATE    VALUE 'F' SPACE.
               88  :PREFIX:LN-VARIABLE-RATE VALUE 'V'.
           05  :PREFIX:LN-BASE-NAME    PIC X(12).
           05  :PREFIX:LN-MARGIN-PCT   PIC S9(2)V9(3).
           05  :PREFIX:LN-RESTRUCT-FLAG PIC X(1).
               88  :PREFIX:LN-RESTRUCTURED VALUE 'Y'.
           05  :PREFIX:LN-RESTRUCT-DATE PIC 9(8).
