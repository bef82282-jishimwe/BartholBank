       01  FIT-CTRL-BLK.
           05  FIT-CTRL-RET-CODE       PIC 9(5).
           05  FIT-CTRL-ERR-MSG        PIC X(40).
           05  FIT-COUNT               PIC 9(5).
