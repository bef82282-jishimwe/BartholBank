       01  SWI-CTRL-BLK.
           05  SWI-CTRL-RET-CODE       PIC 9(5).
           05  SWI-CTRL-ERR-MSG        PIC X(40).
           05  SWI-COUNT               PIC 9(5).
