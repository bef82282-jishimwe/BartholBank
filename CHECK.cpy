               88  :PREFIX:CHK-OUTSTANDING VALUE 'O'.
               88  :PREFIX:CHK-CLEARED      VALUE 'C'.
               88  :PREFIX:CHK-VOIDED       VALUE 'V'.
               88  :PREFIX:CHK-STALE        VALUE 'S'.
               88  :PREFIX:CHK-UNCLAIMED    VALUE 'U'.
               88  :PREFIX:CHK-ESCHEATED    VALUE 'E'.
               88  :PREFIX:CHK-STALE-DATED  VALUE 'S' 'U' 'E'.
           05  :PREFIX:CHK-CLEAR-DATE   PIC 9(8).
           05  :PREFIX:CHK-PRINT-FLAG   PIC X(1).
               88  :PREFIX:CHK-PRINTED  VALUE 'P'.
           05  :PREFIX:CHK-REPLACES     PIC 9(7).
           05  :PREFIX:CHK-KIND         PIC X(1).
               88  :PREFIX:CHK-DRAFT    VALUE 'D' SPACE.
               88  :PREFIX:CHK-OFFICIAL VALUE 'B'.
           05  :PREFIX:CHK-STALE-DATE   PIC 9(8).
           05  :PREFIX:CHK-STALE-TRAN   PIC 9(5).
