       01  :PREFIX:FIT-REC.
           05  :PREFIX:FIT-KEY.
               10  :PREFIX:FIT-PRODUCT  PIC X(4).
               10  :PREFIX:FIT-TRAN-TYPE PIC X(4).
               10  :PREFIX:FIT-DIRECTION PIC X(1).
                   88  :PREFIX:FIT-DEBITS    VALUE 'D'.
                   88  :PREFIX:FIT-CREDITS   VALUE 'C'.
                   88  :PREFIX:FIT-ANY-SIGN  VALUE 'A'.
           05  :PREFIX:FIT-FEE-CODE     PIC X(4).
           05  :PREFIX:FIT-DESC         PIC X(20).
           05  :PREFIX:FIT-UNIT-CHARGE  PIC S9(5)V99.
           05  :PREFIX:FIT-FREE-ITEMS   PIC 9(4).
           05  :PREFIX:FIT-STATUS       PIC X(1).
               88  :PREFIX:FIT-ACTIVE   VALUE 'A'.
               88  :PREFIX:FIT-INACTIVE VALUE 'I'.
