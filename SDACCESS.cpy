       01  :PREFIX:SDA-REC.
           05  :PREFIX:SDA-KEY.
               10  :PREFIX:SDA-RENTAL   PIC 9(5).
               10  :PREFIX:SDA-SEQ      PIC 9(4).
           05  :PREFIX:SDA-DATE         PIC 9(8).
           05  :PREFIX:SDA-TIME         PIC 9(6).
           05  :PREFIX:SDA-VISITOR-CUST PIC 9(5).
           05  :PREFIX:SDA-VISITOR-NAME PIC X(30).
           05  :PREFIX:SDA-OPER         PIC X(10).
           05  :PREFIX:SDA-RESULT       PIC X(1).
               88  :PREFIX:SDA-GRANTED  VALUE 'G'.
               88  :PREFIX:SDA-REFUSED  VALUE 'R'.
