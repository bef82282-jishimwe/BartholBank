       01  :PREFIX:COL-REC.
           05  :PREFIX:COL-KEY.
               10  :PREFIX:COL-LOAN    PIC 9(5).
               10  :PREFIX:COL-SEQ     PIC 9(2).
           05  :PREFIX:COL-TYPE        PIC X(4).
           05  :PREFIX:COL-DESC        PIC X(30).
           05  :PREFIX:COL-VALUE       PIC S9(7)V99.
           05  :PREFIX:COL-VAL-DATE    PIC 9(8).
           05  :PREFIX:COL-LIEN-STATUS PIC X(1).
               88  :PREFIX:COL-LIEN-PENDING    VALUE 'P' SPACE.
               88  :PREFIX:COL-LIEN-REGISTERED VALUE 'R'.
               88  :PREFIX:COL-LIEN-RELEASED   VALUE 'X'.
           05  :PREFIX:COL-RELEASE-DATE PIC 9(8).
           05  :PREFIX:COL-GUARANTOR   PIC 9(5).
