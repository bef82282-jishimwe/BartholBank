       01  :PREFIX:DHO-REC.
           05  :PREFIX:DHO-DATE        PIC 9(8).
           05  :PREFIX:DHO-TIME        PIC 9(8).
           05  :PREFIX:DHO-ACC         PIC 9(5).
           05  :PREFIX:DHO-FROM-OPER   PIC X(10).
           05  :PREFIX:DHO-TO-OPER     PIC X(10).
           05  :PREFIX:DHO-LAST-TRAN   PIC 9(5).
           05  :PREFIX:DHO-SYSTEM-BAL  PIC S9(7)V99.
           05  :PREFIX:DHO-OUT-COUNT   PIC S9(7)V99.
           05  :PREFIX:DHO-IN-COUNT    PIC S9(7)V99.
           05  :PREFIX:DHO-VARIANCE    PIC S9(7)V99.
           05  :PREFIX:DHO-ADJ-TRAN    PIC 9(5).
           05  :PREFIX:DHO-RECOUNTS    PIC 9(2).
           05  :PREFIX:DHO-DENOMS.
               10  :PREFIX:DHO-C100    PIC S9(7).
               10  :PREFIX:DHO-C50     PIC S9(7).
               10  :PREFIX:DHO-C20     PIC S9(7).
               10  :PREFIX:DHO-C10     PIC S9(7).
               10  :PREFIX:DHO-C5      PIC S9(7).
               10  :PREFIX:DHO-C1      PIC S9(7).
               10  :PREFIX:DHO-COIN    PIC S9(5)V99.
