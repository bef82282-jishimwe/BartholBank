       01  FXM-CTRL-BLK.
           05  FXM-CTRL-RET-CODE       PIC 9(5).
           05  FXM-CTRL-ERR-MSG        PIC X(40).
           05  FXM-COUNT               PIC 9(5).
