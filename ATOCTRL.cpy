       01  ATO-CTRL-BLK.
           05  ATO-CTRL-RET-CODE       PIC 9(5).
           05  ATO-CTRL-ERR-MSG        PIC X(40).
           05  ATO-ACC                 PIC 9(5).
           05  ATO-CUST                PIC 9(5).
           05  ATO-AMOUNT              PIC S9(7)V99.
           05  ATO-EVENT               PIC X(1).
               88  ATO-NEW-BENEF       VALUE 'B'.
               88  ATO-CARD-ISSUE      VALUE 'C'.
               88  ATO-PAYMENT         VALUE 'P'.
           05  ATO-SOURCE              PIC X(8).
           05  ATO-RESULT              PIC X(1).
               88  ATO-CLEAR           VALUE 'C'.
               88  ATO-HOLD            VALUE 'H'.
           05  ATO-CHANGE-DATE         PIC 9(8).
           05  ATO-OLD-ADDRESS         PIC X(30).
           05  ATO-OLD-PHONE           PIC X(15).
           05  ATO-OLD-EMAIL           PIC X(30).
