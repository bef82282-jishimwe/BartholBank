               88  :PREFIX:ACC-DORMANT  VALUE 'D'.
               88  :PREFIX:ACC-PENDING  VALUE 'P'.
               88  :PREFIX:ACC-CHGOFF   VALUE 'W'.
               88  :PREFIX:ACC-DECEASED VALUE 'E'.
           05  :PREFIX:ACC-OD-LIMIT     PIC S9(7)V99.
           05  :PREFIX:ACC-YTD-INTEREST PIC S9(7)V99.
           05  :PREFIX:ACC-YTD-YEAR     PIC 9(4).
           05  :PREFIX:ACC-EXPORT-FLAG  PIC X(1).
               88  :PREFIX:ACC-EXPORT-SUB VALUE 'Y'.
           05  :PREFIX:ACC-YTD-DEBIT-INT PIC S9(7)V99.
           05  :PREFIX:ACC-CONTACT-CHG-DATE PIC 9(8).
           05  :PREFIX:ACC-BRANCH       PIC X(4).
