       01  :PREFIX:NOS-REC.
           05  :PREFIX:NOS-KEY.
               10  :PREFIX:NOS-SIDE     PIC X(1).
                   88  :PREFIX:NOS-STATEMENT VALUE 'S'.
                   88  :PREFIX:NOS-LEDGER    VALUE 'L'.
               10  :PREFIX:NOS-SRC-ID   PIC 9(8).
               10  :PREFIX:NOS-SRC-SEQ  PIC 9(5).
           05  :PREFIX:NOS-DATE         PIC 9(8).
           05  :PREFIX:NOS-AMOUNT       PIC S9(9)V99.
           05  :PREFIX:NOS-REF          PIC X(16).
           05  :PREFIX:NOS-TEXT         PIC X(30).
           05  :PREFIX:NOS-LOADED-DATE  PIC 9(8).
           05  :PREFIX:NOS-STATUS       PIC X(1).
               88  :PREFIX:NOS-OPEN     VALUE 'O'.
               88  :PREFIX:NOS-MATCHED  VALUE 'M'.
           05  :PREFIX:NOS-MATCH-KEY    PIC X(14).
           05  :PREFIX:NOS-MATCH-DATE   PIC 9(8).
           05  :PREFIX:NOS-MATCH-RULE   PIC X(1).
               88  :PREFIX:NOS-BY-REFERENCE VALUE 'R'.
               88  :PREFIX:NOS-BY-DATE      VALUE 'D'.
