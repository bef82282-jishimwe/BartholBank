       01  :PREFIX:BUR-REC.
           05  :PREFIX:BUR-LOAN          PIC 9(5).
           05  :PREFIX:BUR-PERIOD        PIC 9(6).
           05  :PREFIX:BUR-BALANCE       PIC S9(7)V99.
           05  :PREFIX:BUR-DAYS-PAST     PIC 9(5).
           05  :PREFIX:BUR-BUCKET        PIC X(1).
           05  :PREFIX:BUR-STATUS        PIC X(1).
               88  :PREFIX:BUR-CURRENT   VALUE 'C'.
               88  :PREFIX:BUR-DELINQUENT VALUE 'D'.
               88  :PREFIX:BUR-CLOSED-PAID VALUE 'P'.
               88  :PREFIX:BUR-CLOSED-CANC VALUE 'X'.
           05  :PREFIX:BUR-FINAL         PIC X(1).
               88  :PREFIX:BUR-FINAL-SENT VALUE 'Y'.
           05  :PREFIX:BUR-CORR-FLAG     PIC X(1).
               88  :PREFIX:BUR-CORR-PENDING VALUE 'Y'.
           05  :PREFIX:BUR-CORR-PERIOD   PIC 9(6).
           05  :PREFIX:BUR-CORR-BALANCE  PIC S9(7)V99.
           05  :PREFIX:BUR-CORR-DAYS-PAST PIC 9(5).
           05  :PREFIX:BUR-CORR-STATUS   PIC X(1).
           05  :PREFIX:BUR-CORR-BY       PIC X(10).
           05  :PREFIX:BUR-CORR-DATE     PIC 9(8).
