               88  :PREFIX:HLD-EXPIRED  VALUE 'X'.
           05  :PREFIX:HLD-PLACED-DATE  PIC 9(8).
           05  :PREFIX:HLD-PLACED-BY    PIC X(10).
           05  :PREFIX:HLD-AUTH-CARD    PIC 9(16).
           05  :PREFIX:HLD-AUTH-REF     PIC X(10).
