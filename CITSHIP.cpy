       01  :PREFIX:CIT-REC.
           05  :PREFIX:CIT-ID           PIC 9(5).
           05  :PREFIX:CIT-ORIG-ACC     PIC 9(5).
           05  :PREFIX:CIT-ORIG-BRN     PIC X(4).
           05  :PREFIX:CIT-DEST-ACC     PIC 9(5).
           05  :PREFIX:CIT-DEST-BRN     PIC X(4).
           05  :PREFIX:CIT-CARRIER      PIC X(20).
           05  :PREFIX:CIT-SEALS.
               10  :PREFIX:CIT-SEAL     PIC X(10) OCCURS 3 TIMES.
           05  :PREFIX:CIT-SENT.
               10  :PREFIX:CIT-S-C100   PIC S9(7).
               10  :PREFIX:CIT-S-C50    PIC S9(7).
               10  :PREFIX:CIT-S-C20    PIC S9(7).
               10  :PREFIX:CIT-S-C10    PIC S9(7).
               10  :PREFIX:CIT-S-C5     PIC S9(7).
               10  :PREFIX:CIT-S-C1     PIC S9(7).
               10  :PREFIX:CIT-S-COIN   PIC S9(5)V99.
           05  :PREFIX:CIT-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:CIT-DISP-DATE    PIC 9(8).
           05  :PREFIX:CIT-DISP-TIME    PIC 9(6).
           05  :PREFIX:CIT-DISP-OPER    PIC X(10).
           05  :PREFIX:CIT-DISP-TRAN    PIC 9(5).
           05  :PREFIX:CIT-DUE-DATE     PIC 9(8).
           05  :PREFIX:CIT-COUNTED.
               10  :PREFIX:CIT-R-C100   PIC S9(7).
               10  :PREFIX:CIT-R-C50    PIC S9(7).
               10  :PREFIX:CIT-R-C20    PIC S9(7).
               10  :PREFIX:CIT-R-C10    PIC S9(7).
               10  :PREFIX:CIT-R-C5     PIC S9(7).
               10  :PREFIX:CIT-R-C1     PIC S9(7).
               10  :PREFIX:CIT-R-COIN   PIC S9(5)V99.
           05  :PREFIX:CIT-RECV-AMOUNT  PIC S9(7)V99.
           05  :PREFIX:CIT-DIFF         PIC S9(7)V99.
           05  :PREFIX:CIT-RECV-DATE    PIC 9(8).
           05  :PREFIX:CIT-RECV-TIME    PIC 9(6).
           05  :PREFIX:CIT-RECV-OPER    PIC X(10).
           05  :PREFIX:CIT-RECV-TRAN    PIC 9(5).
           05  :PREFIX:CIT-SEAL-CHECK   PIC X(1).
               88  :PREFIX:CIT-SEALS-INTACT VALUE 'Y'.
               88  :PREFIX:CIT-SEALS-BROKEN VALUE 'N'.
           05  :PREFIX:CIT-STATUS       PIC X(1).
               88  :PREFIX:CIT-IN-TRANSIT VALUE 'T'.
               88  :PREFIX:CIT-RECEIVED   VALUE 'R'.
               88  :PREFIX:CIT-DISCREPANT VALUE 'X'.
           05  :PREFIX:CIT-ESC-DATE     PIC 9(8).
