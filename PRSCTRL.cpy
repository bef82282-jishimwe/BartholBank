       01  PRS-CTRL-BLK.
           05  PRS-CTRL-RET-CODE       PIC 9(5).
           05  PRS-CTRL-ERR-MSG        PIC X(40).
           05  PRS-COUNT               PIC 9(5).
