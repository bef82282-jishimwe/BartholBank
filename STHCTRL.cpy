       01  STH-CTRL-BLK.
           05  STH-CTRL-RET-CODE       PIC 9(5).
           05  STH-CTRL-ERR-MSG        PIC X(40).
           05  STH-COUNT               PIC 9(5).
