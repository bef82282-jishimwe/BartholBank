       01  :PREFIX:MDT-REC.
           05  :PREFIX:MDT-KEY.
               10  :PREFIX:MDT-ACC      PIC 9(5).
               10  :PREFIX:MDT-ORIG     PIC X(10).
           05  :PREFIX:MDT-ORIG-NAME    PIC X(20).
           05  :PREFIX:MDT-MAX-AMOUNT   PIC S9(7)V99.
           05  :PREFIX:MDT-FREQ         PIC X(1).
               88  :PREFIX:MDT-FREQ-WEEKLY    VALUE 'W'.
               88  :PREFIX:MDT-FREQ-MONTHLY   VALUE 'M'.
               88  :PREFIX:MDT-FREQ-QUARTERLY VALUE 'Q'.
               88  :PREFIX:MDT-FREQ-YEARLY    VALUE 'Y'.
               88  :PREFIX:MDT-FREQ-ANY       VALUE 'A'.
               88  :PREFIX:MDT-FREQ-VALID     VALUE 'W' 'M' 'Q'
                                                    'Y' 'A'.
           05  :PREFIX:MDT-CANCELLED    PIC X(1).
               88  :PREFIX:MDT-IS-CANCELLED VALUE 'Y'.
               88  :PREFIX:MDT-IS-ACTIVE    VALUE 'N' SPACE.
           05  :PREFIX:MDT-SIGNED-DATE  PIC 9(8).
           05  :PREFIX:MDT-ADDED-BY     PIC X(10).
           05  :PREFIX:MDT-CANCEL-DATE  PIC 9(8).
           05  :PREFIX:MDT-CANCEL-BY    PIC X(10).
           05  :PREFIX:MDT-LAST-DEBIT   PIC 9(8).
           05  :PREFIX:MDT-DEBIT-COUNT  PIC 9(5).
