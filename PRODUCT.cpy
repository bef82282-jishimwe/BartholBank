           05  :PREFIX:PRD-STATUS       PIC X(1).
               88  :PREFIX:PRD-ACTIVE   VALUE 'A'.
               88  :PREFIX:PRD-INACTIVE VALUE 'I'.
           05  :PREFIX:PRD-ADULT-CODE   PIC X(4).
