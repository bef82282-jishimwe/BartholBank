       01  :PREFIX:INB-REC.
           05  :PREFIX:INB-KEY.
               10  :PREFIX:INB-FILE     PIC X(8).
               10  :PREFIX:INB-DATE     PIC 9(8).
               10  :PREFIX:INB-SEQ      PIC 9(3).
           05  :PREFIX:INB-SENDER       PIC X(8).
           05  :PREFIX:INB-HASH         PIC X(10).
           05  :PREFIX:INB-RECV-DATE    PIC 9(8).
           05  :PREFIX:INB-RECV-TIME    PIC 9(4).
           05  :PREFIX:INB-REC-COUNT    PIC 9(7).
           05  :PREFIX:INB-ITEM-COUNT   PIC 9(7).
           05  :PREFIX:INB-TOTAL        PIC S9(11)V99.
           05  :PREFIX:INB-STATE        PIC X(1).
               88  :PREFIX:INB-RECEIVED  VALUE 'R'.
               88  :PREFIX:INB-VALIDATED VALUE 'V'.
               88  :PREFIX:INB-PROCESSED VALUE 'P'.
               88  :PREFIX:INB-REJECTED  VALUE 'X'.
           05  :PREFIX:INB-STATE-DATE   PIC 9(8).
           05  :PREFIX:INB-STATE-TIME   PIC 9(6).
           05  :PREFIX:INB-PROGRAM      PIC X(8).
           05  :PREFIX:INB-REASON       PIC X(40).
