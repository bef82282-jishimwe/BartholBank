       01  INB-CTRL-BLK.
           05  INB-CTRL-RET-CODE       PIC 9(5).
           05  INB-CTRL-ERR-MSG        PIC X(40).
           05  INB-COUNT               PIC 9(5).
