       01  NOS-CTRL-BLK.
           05  NOS-CTRL-RET-CODE       PIC 9(5).
           05  NOS-CTRL-ERR-MSG        PIC X(40).
           05  NOS-COUNT               PIC 9(5).
