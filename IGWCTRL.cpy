       01  IGW-CTRL-BLK.
           05  IGW-CTRL-RET-CODE       PIC 9(5).
           05  IGW-CTRL-ERR-MSG        PIC X(40).
           05  IGW-FILE                PIC X(8).
           05  IGW-PROGRAM             PIC X(8).
           05  IGW-MODE                PIC X(1).
               88  IGW-INTAKE          VALUE 'I' SPACE.
               88  IGW-SCAN            VALUE 'S'.
               88  IGW-BACKOUT         VALUE 'B'.
           05  IGW-DATE                PIC 9(8).
           05  IGW-SEQ                 PIC 9(3).
           05  IGW-ITEM-COUNT          PIC 9(7).
           05  IGW-TOTAL               PIC S9(11)V99.
