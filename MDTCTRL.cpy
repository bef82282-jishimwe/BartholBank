       01  MDT-CTRL-BLK.
           05  MDT-CTRL-RET-CODE       PIC 9(5).
           05  MDT-CTRL-ERR-MSG        PIC X(40).
           05  MDT-COUNT               PIC 9(5).
