       01  FWD-CTRL-BLK.
           05  FWD-CTRL-RET-CODE       PIC 9(5).
           05  FWD-CTRL-ERR-MSG        PIC X(40).
           05  FWD-COUNT               PIC 9(5).
