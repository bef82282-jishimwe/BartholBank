       01  :PREFIX:ALT-REC.
           05  :PREFIX:ALT-KEY.
               10  :PREFIX:ALT-EVT-DATE PIC 9(8).
               10  :PREFIX:ALT-EVT-TIME PIC 9(6).
               10  :PREFIX:ALT-EVT-SEQ  PIC 9(3).
               10  :PREFIX:ALT-RULE     PIC 9(3).
           05  :PREFIX:ALT-PROGRAM      PIC X(8).
           05  :PREFIX:ALT-SEVERITY     PIC X(1).
           05  :PREFIX:ALT-TEXT         PIC X(50).
           05  :PREFIX:ALT-LEVEL        PIC 9(1).
           05  :PREFIX:ALT-STATE        PIC X(1).
               88  :PREFIX:ALT-OPEN      VALUE 'O'.
               88  :PREFIX:ALT-ESCALATED VALUE 'E'.
               88  :PREFIX:ALT-ACKED     VALUE 'A'.
               88  :PREFIX:ALT-AWAITING  VALUE 'O' 'E'.
           05  :PREFIX:ALT-SENT-DATE    PIC 9(8).
           05  :PREFIX:ALT-SENT-TIME    PIC 9(6).
           05  :PREFIX:ALT-SENT-TO      PIC X(20).
           05  :PREFIX:ALT-ACK-BY       PIC X(10).
           05  :PREFIX:ALT-ACK-DATE     PIC 9(8).
           05  :PREFIX:ALT-ACK-TIME     PIC 9(6).
           05  :PREFIX:ALT-ACK-NOTE     PIC X(30).
