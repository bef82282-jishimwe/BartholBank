       01  CMP-CTRL-BLK.
           05  CMP-CTRL-RET-CODE       PIC 9(5).
           05  CMP-CTRL-ERR-MSG        PIC X(40).
           05  CMP-COUNT               PIC 9(5).
