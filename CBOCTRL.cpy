       01  CBO-CTRL-BLK.
           05  CBO-CTRL-RET-CODE       PIC 9(5).
           05  CBO-CTRL-ERR-MSG        PIC X(40).
           05  CBO-SOURCE              PIC X(1).
               88  CBO-COUNTER         VALUE 'C'.
               88  CBO-AUTO            VALUE 'A'.
           05  CBO-LEAVES              PIC 9(3).
           05  CBO-ORDER-FILE          PIC X(20).
