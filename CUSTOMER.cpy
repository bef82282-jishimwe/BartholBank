               88  :PREFIX:CUST-TAX-WITHHOLD VALUE 'W'.
               88  :PREFIX:CUST-TAX-EXEMPT   VALUE 'E' SPACE.
           05  :PREFIX:CUST-TAX-RATE    PIC 9(2)V9(3).
           05  :PREFIX:CUST-SANC-STATUS PIC X(1).
               88  :PREFIX:CUST-SANC-CLEAR   VALUE 'C' SPACE.
               88  :PREFIX:CUST-SANC-REVIEW  VALUE 'R'.
               88  :PREFIX:CUST-SANC-BLOCKED VALUE 'B'.
           05  :PREFIX:CUST-SANC-CLEARED-ENTRY PIC X(10).
           05  :PREFIX:CUST-DEATH-DATE  PIC 9(8).
           05  :PREFIX:CUST-DEATH-REF   PIC X(15).
           05  :PREFIX:CUST-ESTATE-STATUS PIC X(1).
               88  :PREFIX:CUST-ESTATE-NONE    VALUE SPACE.
               88  :PREFIX:CUST-ESTATE-OPEN    VALUE 'O'.
               88  :PREFIX:CUST-ESTATE-PENDING VALUE 'P'.
               88  :PREFIX:CUST-ESTATE-SETTLED VALUE 'S'.
           05  :PREFIX:CUST-ESTATE-DEST-ACC PIC 9(5).
           05  :PREFIX:CUST-ESTATE-AGENT-NAME PIC X(30).
           05  :PREFIX:CUST-ESTATE-AGENT-BANK PIC X(10).
           05  :PREFIX:CUST-ESTATE-AGENT-REF  PIC X(15).
           05  :PREFIX:CUST-ESTATE-MAKER PIC X(10).
           05  :PREFIX:CUST-BIRTH-DATE  PIC 9(8).
           05  :PREFIX:CUST-MINOR-FLAG  PIC X(1).
               88  :PREFIX:CUST-IS-MINOR VALUE 'Y'.
           05  :PREFIX:CUST-GUARDIAN-ID PIC 9(5).
           05  :PREFIX:CUST-CONSOL-STMT PIC X(1).
               88  :PREFIX:CUST-CONSOL-YES VALUE 'Y'.
           05  :PREFIX:CUST-TYPE        PIC X(1).
               88  :PREFIX:CUST-PERSONAL VALUE 'P' SPACE.
               88  :PREFIX:CUST-BUSINESS VALUE 'B'.
           05  :PREFIX:CUST-ANON-DATE   PIC 9(8).
           05  :PREFIX:CUST-CONTACT-CHG-DATE PIC 9(8).
