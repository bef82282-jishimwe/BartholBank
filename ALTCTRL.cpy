       01  ALT-CTRL-BLK.
           05  ALT-CTRL-RET-CODE       PIC 9(5).
           05  ALT-CTRL-ERR-MSG        PIC X(40).
           05  ALT-COUNT               PIC 9(5).
