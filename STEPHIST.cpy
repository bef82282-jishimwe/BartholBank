       01  :PREFIX:STH-REC.
           05  :PREFIX:STH-KEY.
               10  :PREFIX:STH-BUS-DATE PIC 9(8).
               10  :PREFIX:STH-STEP     PIC X(8).
               10  :PREFIX:STH-ATTEMPT  PIC 9(2).
           05  :PREFIX:STH-CHAIN        PIC X(8).
           05  :PREFIX:STH-START-DATE   PIC 9(8).
           05  :PREFIX:STH-START-TIME   PIC 9(6).
           05  :PREFIX:STH-END-DATE     PIC 9(8).
           05  :PREFIX:STH-END-TIME     PIC 9(6).
           05  :PREFIX:STH-ELAPSED      PIC 9(7).
           05  :PREFIX:STH-RECORDS      PIC 9(9).
           05  :PREFIX:STH-RET-CODE     PIC S9(4).
           05  :PREFIX:STH-STATUS       PIC X(1).
               88  :PREFIX:STH-RUNNING  VALUE 'S'.
               88  :PREFIX:STH-COMPLETE VALUE 'C'.
               88  :PREFIX:STH-FAILED   VALUE 'F'.
