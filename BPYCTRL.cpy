       01  BPY-CTRL-BLK.
           05  BPY-CTRL-RET-CODE       PIC 9(5).
           05  BPY-CTRL-ERR-MSG        PIC X(40).
           05  BPY-COUNT               PIC 9(5).
