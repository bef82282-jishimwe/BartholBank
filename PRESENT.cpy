       01  :PREFIX:PRS-REC.
           05  :PREFIX:PRS-ID           PIC 9(5).
           05  :PREFIX:PRS-ACC          PIC 9(5).
           05  :PREFIX:PRS-DRAWEE-BANK  PIC X(10).
           05  :PREFIX:PRS-CHK-NUMBER   PIC 9(10).
           05  :PREFIX:PRS-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:PRS-DEPOSIT.
               10  :PREFIX:PRS-DEP-TRAN     PIC 9(5).
               10  :PREFIX:PRS-DEP-SEQ      PIC 9(3).
               10  :PREFIX:PRS-COLL-ACC     PIC 9(5).
               10  :PREFIX:PRS-COLL-SEQ     PIC 9(3).
               10  :PREFIX:PRS-DEP-DATE     PIC 9(8).
               10  :PREFIX:PRS-CAPTURED-BY  PIC X(10).
           05  :PREFIX:PRS-STATUS       PIC X(1).
               88  :PREFIX:PRS-ENTERED  VALUE 'E'.
               88  :PREFIX:PRS-SENT     VALUE 'S'.
               88  :PREFIX:PRS-RETURNED VALUE 'R'.
               88  :PREFIX:PRS-CANCELLED VALUE 'X'.
           05  :PREFIX:PRS-RUN          PIC 9(7).
           05  :PREFIX:PRS-SENT-DATE    PIC 9(8).
           05  :PREFIX:PRS-PRES-TRAN    PIC 9(5).
           05  :PREFIX:PRS-RETURN-DATE  PIC 9(8).
           05  :PREFIX:PRS-RETURN-REASON PIC X(30).
           05  :PREFIX:PRS-RETURN-TRAN  PIC 9(5).
