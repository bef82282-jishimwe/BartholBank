           05  :PREFIX:NTC-DATE         PIC 9(8).
           05  :PREFIX:NTC-TIME         PIC 9(6).
           05  :PREFIX:NTC-EVENT        PIC X(10).
               88  :PREFIX:NTC-EVENT-MANDATORY VALUE 'CONTACTCHG'
                       'CHKRETURN' 'NSFRETURN' 'HOLD' 'RATECHANGE'
                       'RESTRUCT' 'MAJORITY' 'GUARDEND' 'LARGEWDR'
                       'CMPACK' 'CMPFINAL' 'STALECHK'.
           05  :PREFIX:NTC-TEXT         PIC X(40).
           05  :PREFIX:NTC-STATUS       PIC X(1).
               88  :PREFIX:NTC-QUEUED   VALUE 'Q' SPACE.
               88  :PREFIX:NTC-SENT     VALUE 'S'.
               88  :PREFIX:NTC-SUPPRESSED VALUE 'X'.
           05  :PREFIX:NTC-SENT-DATE    PIC 9(8).
           05  :PREFIX:NTC-ALT-ADDRESS  PIC X(30).
           05  :PREFIX:NTC-ALT-PHONE    PIC X(15).
           05  :PREFIX:NTC-ALT-EMAIL    PIC X(30).
