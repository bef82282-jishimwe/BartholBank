       01  SCH-CTRL-BLK.
           05  SCH-CTRL-RET-CODE       PIC 9(5).
           05  SCH-CTRL-ERR-MSG        PIC X(40).
           05  SCH-COUNT               PIC 9(5).
