       01  LAP-CTRL-BLK.
           05  LAP-CTRL-RET-CODE       PIC 9(5).
           05  LAP-CTRL-ERR-MSG        PIC X(40).
           05  LAP-COUNT               PIC 9(5).
