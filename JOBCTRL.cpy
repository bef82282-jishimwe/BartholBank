       01  JOB-CTRL-BLK.
           05  JOB-CTRL-RET-CODE       PIC 9(5).
           05  JOB-CTRL-ERR-MSG        PIC X(40).
           05  JOB-COUNT               PIC 9(5).
           05  JOB-BUS-DATE            PIC 9(8).
           05  JOB-DUE-FLAG            PIC X(1).
               88  JOB-DUE-TODAY       VALUE 'Y'.
               88  JOB-NOT-DUE         VALUE 'N'.
           05  JOB-WHY-NOT             PIC X(30).
