       01  :PREFIX:BRN-REC.
           05  :PREFIX:BRN-CODE         PIC X(4).
           05  :PREFIX:BRN-NAME         PIC X(30).
           05  :PREFIX:BRN-SORT-CODE    PIC 9(6).
           05  :PREFIX:BRN-MANAGER      PIC X(30).
           05  :PREFIX:BRN-MGR-OPER     PIC X(10).
           05  :PREFIX:BRN-ADDRESS      PIC X(30).
           05  :PREFIX:BRN-PHONE        PIC X(15).
           05  :PREFIX:BRN-OPEN-DATE    PIC 9(8).
           05  :PREFIX:BRN-STATUS       PIC X(1).
               88  :PREFIX:BRN-ACTIVE   VALUE 'A'.
               88  :PREFIX:BRN-CLOSED   VALUE 'C'.
           05  :PREFIX:BRN-CHG-OPER     PIC X(10).
           05  :PREFIX:BRN-CHG-DATE     PIC 9(8).
