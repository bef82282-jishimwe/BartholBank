       01  SDB-CTRL-BLK.
           05  SDB-CTRL-RET-CODE       PIC 9(5).
           05  SDB-CTRL-ERR-MSG        PIC X(40).
           05  SDB-COUNT               PIC 9(5).
