               88  :PREFIX:BEN-PENDING  VALUE 'P'.
               88  :PREFIX:BEN-APPROVED VALUE 'A'.
               88  :PREFIX:BEN-REMOVED  VALUE 'X'.
               88  :PREFIX:BEN-SANC-HOLD VALUE 'S'.
               88  :PREFIX:BEN-CALLBACK VALUE 'V'.
           05  :PREFIX:BEN-MAKER        PIC X(10).
           05  :PREFIX:BEN-CHECKER      PIC X(10).
           05  :PREFIX:BEN-ADDED-DATE   PIC 9(8).
