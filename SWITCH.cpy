       01  :PREFIX:SWI-REC.
           05  :PREFIX:SWI-ACC          PIC 9(5).
           05  :PREFIX:SWI-CUST         PIC 9(5).
           05  :PREFIX:SWI-NEW-BANK     PIC X(10).
           05  :PREFIX:SWI-NEW-ACC-REF  PIC X(15).
           05  :PREFIX:SWI-NEW-NAME     PIC X(30).
           05  :PREFIX:SWI-CAPTURED-DATE PIC 9(8).
           05  :PREFIX:SWI-CAPTURED-BY  PIC X(10).
           05  :PREFIX:SWI-STATUS       PIC X(1).
               88  :PREFIX:SWI-CAPTURED    VALUE 'C'.
               88  :PREFIX:SWI-FILE-SENT   VALUE 'F'.
               88  :PREFIX:SWI-REDIRECTING VALUE 'R'.
               88  :PREFIX:SWI-CANCELLED   VALUE 'X'.
           05  :PREFIX:SWI-FILE-DATE    PIC 9(8).
           05  :PREFIX:SWI-STD-COUNT    PIC 9(3).
           05  :PREFIX:SWI-MDT-COUNT    PIC 9(3).
           05  :PREFIX:SWI-PAYER-COUNT  PIC 9(3).
           05  :PREFIX:SWI-CLOSE-DATE   PIC 9(8).
           05  :PREFIX:SWI-REDIRECT-UNTIL PIC 9(8).
           05  :PREFIX:SWI-REDIRECT-COUNT PIC 9(5).
           05  :PREFIX:SWI-REDIRECT-TOTAL PIC S9(9)V99.
