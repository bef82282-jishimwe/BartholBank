       01  SDR-CTRL-BLK.
           05  SDR-CTRL-RET-CODE       PIC 9(5).
           05  SDR-CTRL-ERR-MSG        PIC X(40).
           05  SDR-COUNT               PIC 9(5).
