       01  ALR-CTRL-BLK.
           05  ALR-CTRL-RET-CODE       PIC 9(5).
           05  ALR-CTRL-ERR-MSG        PIC X(40).
           05  ALR-COUNT               PIC 9(5).
