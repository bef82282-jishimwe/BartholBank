               88  :PREFIX:CBK-ISSUED   VALUE 'I'.
               88  :PREFIX:CBK-LOST     VALUE 'L'.
               88  :PREFIX:CBK-EXHAUSTED VALUE 'X'.
               88  :PREFIX:CBK-PENDING  VALUE 'P'.
           05  :PREFIX:CBK-ORDER-DATE   PIC 9(8).
           05  :PREFIX:CBK-ORDER-SRC    PIC X(1).
               88  :PREFIX:CBK-ORDER-COUNTER VALUE 'C'.
               88  :PREFIX:CBK-ORDER-AUTO    VALUE 'A'.
