       01  BUR-CTRL-BLK.
           05  BUR-CTRL-RET-CODE       PIC 9(5).
           05  BUR-CTRL-ERR-MSG        PIC X(40).
           05  BUR-COUNT               PIC 9(5).
