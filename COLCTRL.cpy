       01  COL-CTRL-BLK.
           05  COL-CTRL-RET-CODE       PIC 9(5).
           05  COL-CTRL-ERR-MSG        PIC X(40).
           05  COL-COUNT               PIC 9(5).
