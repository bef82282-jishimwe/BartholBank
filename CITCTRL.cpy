       01  CIT-CTRL-BLK.
           05  CIT-CTRL-RET-CODE       PIC 9(5).
           05  CIT-CTRL-ERR-MSG        PIC X(40).
           05  CIT-COUNT               PIC 9(5).
