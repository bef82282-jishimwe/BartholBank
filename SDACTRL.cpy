       01  SDA-CTRL-BLK.
           05  SDA-CTRL-RET-CODE       PIC 9(5).
           05  SDA-CTRL-ERR-MSG        PIC X(40).
           05  SDA-COUNT               PIC 9(5).
