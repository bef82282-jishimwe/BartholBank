       01  CPF-CTRL-BLK.
           05  CPF-CTRL-RET-CODE       PIC 9(5).
           05  CPF-CTRL-ERR-MSG        PIC X(40).
           05  CPF-COUNT               PIC 9(5).
