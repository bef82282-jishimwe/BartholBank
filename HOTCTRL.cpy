       01  HOT-CTRL-BLK.
           05  HOT-CTRL-RET-CODE       PIC 9(5).
           05  HOT-CTRL-ERR-MSG        PIC X(40).
           05  HOT-COUNT               PIC 9(5).
