       01  :PREFIX:SCH-REC.
           05  :PREFIX:SCH-ID           PIC 9(5).
           05  :PREFIX:SCH-DATE         PIC 9(8).
           05  :PREFIX:SCH-SUBJ-TYPE    PIC X(1).
               88  :PREFIX:SCH-CUSTOMER    VALUE 'C'.
               88  :PREFIX:SCH-BENEFICIARY VALUE 'B'.
               88  :PREFIX:SCH-PAYMENT     VALUE 'P'.
           05  :PREFIX:SCH-SUBJ-ID      PIC 9(5).
           05  :PREFIX:SCH-SUBJ-SEQ     PIC 9(3).
           05  :PREFIX:SCH-NAME         PIC X(40).
           05  :PREFIX:SCH-ENTRY-ID     PIC X(10).
           05  :PREFIX:SCH-ENTRY-NAME   PIC X(40).
           05  :PREFIX:SCH-SCORE        PIC 9(3).
           05  :PREFIX:SCH-SOURCE       PIC X(8).
           05  :PREFIX:SCH-STATUS       PIC X(1).
               88  :PREFIX:SCH-PENDING   VALUE 'P'.
               88  :PREFIX:SCH-CLEARED   VALUE 'C'.
               88  :PREFIX:SCH-CONFIRMED VALUE 'T'.
           05  :PREFIX:SCH-DISP-BY      PIC X(10).
           05  :PREFIX:SCH-DISP-DATE    PIC 9(8).
