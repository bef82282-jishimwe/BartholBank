       01  :PREFIX:SDR-REC.
           05  :PREFIX:SDR-ID           PIC 9(5).
           05  :PREFIX:SDR-BRANCH       PIC X(4).
           05  :PREFIX:SDR-BOX-NO       PIC 9(4).
           05  :PREFIX:SDR-CUST         PIC 9(5).
           05  :PREFIX:SDR-ACC          PIC 9(5).
           05  :PREFIX:SDR-ANNUAL-RENT  PIC S9(5)V99.
           05  :PREFIX:SDR-START-DATE   PIC 9(8).
           05  :PREFIX:SDR-PAID-TO      PIC 9(8).
           05  :PREFIX:SDR-END-DATE     PIC 9(8).
           05  :PREFIX:SDR-LAST-BILL-DATE PIC 9(8).
           05  :PREFIX:SDR-BILL-FAILS   PIC 9(3).
           05  :PREFIX:SDR-STATUS       PIC X(1).
               88  :PREFIX:SDR-ACTIVE   VALUE 'A'.
               88  :PREFIX:SDR-ENDED    VALUE 'E'.
               88  :PREFIX:SDR-DRILLED  VALUE 'D'.
           05  :PREFIX:SDR-KEYHOLDERS.
               10  :PREFIX:SDR-KH OCCURS 4 TIMES.
                   15  :PREFIX:SDR-KH-CUST PIC 9(5).
                   15  :PREFIX:SDR-KH-NAME PIC X(30).
