       01  IBI-CTRL-BLK.
           05  IBI-CTRL-RET-CODE       PIC 9(5).
           05  IBI-CTRL-ERR-MSG        PIC X(40).
           05  IBI-COUNT               PIC 9(5).
