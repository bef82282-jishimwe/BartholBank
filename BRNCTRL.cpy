       01  BRN-CTRL-BLK.
           05  BRN-CTRL-RET-CODE       PIC 9(5).
           05  BRN-CTRL-ERR-MSG        PIC X(40).
           05  BRN-COUNT               PIC 9(5).
