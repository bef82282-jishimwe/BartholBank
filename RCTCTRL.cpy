       01  RCT-CTRL-BLK.
           05  RCT-CTRL-RET-CODE       PIC 9(5).
           05  RCT-CTRL-ERR-MSG        PIC X(40).
           05  RCT-COUNT               PIC 9(5).
