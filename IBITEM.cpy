       01  :PREFIX:IBI-REC.
           05  :PREFIX:IBI-KEY.
               10  :PREFIX:IBI-TRAN-ID  PIC 9(5).
               10  :PREFIX:IBI-SEQ      PIC 9(2).
           05  :PREFIX:IBI-DATE         PIC 9(8).
           05  :PREFIX:IBI-DUE-TO-BR    PIC X(4).
           05  :PREFIX:IBI-DUE-TO-ACC   PIC 9(5).
           05  :PREFIX:IBI-DUE-FROM-BR  PIC X(4).
           05  :PREFIX:IBI-DUE-FROM-ACC PIC 9(5).
           05  :PREFIX:IBI-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:IBI-STATUS       PIC X(1).
               88  :PREFIX:IBI-OPEN     VALUE 'O'.
               88  :PREFIX:IBI-MATCHED  VALUE 'M'.
               88  :PREFIX:IBI-BROKEN   VALUE 'U'.
           05  :PREFIX:IBI-RECON-DATE   PIC 9(8).
