       01  BLR-CTRL-BLK.
           05  BLR-CTRL-RET-CODE       PIC 9(5).
           05  BLR-CTRL-ERR-MSG        PIC X(40).
           05  BLR-COUNT               PIC 9(5).
