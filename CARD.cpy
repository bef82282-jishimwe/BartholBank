               88  :PREFIX:CRD-ACTIVE   VALUE 'A'.
               88  :PREFIX:CRD-BLOCKED  VALUE 'B'.
               88  :PREFIX:CRD-CANCELLED VALUE 'X'.
               88  :PREFIX:CRD-PENDING  VALUE 'P'.
               88  :PREFIX:CRD-CALLBACK VALUE 'V'.
           05  :PREFIX:CRD-DAY-LIMIT    PIC S9(7)V99.
           05  :PREFIX:CRD-ISSUED-DATE  PIC 9(8).
           05  :PREFIX:CRD-ISSUED-BY    PIC X(10).
           05  :PREFIX:CRD-STATUS-REASON PIC X(1).
               88  :PREFIX:CRD-REASON-LOST    VALUE 'L'.
               88  :PREFIX:CRD-REASON-STOLEN  VALUE 'S'.
               88  :PREFIX:CRD-REASON-FRAUD   VALUE 'F'.
               88  :PREFIX:CRD-REASON-CUSTOMER VALUE 'C'.
               88  :PREFIX:CRD-REASON-OTHER   VALUE 'O'.
               88  :PREFIX:CRD-REASON-RENEWED VALUE 'R'.
               88  :PREFIX:CRD-REASON-VALID   VALUE 'L' 'S' 'F'
                                                    'C' 'O'.
           05  :PREFIX:CRD-EXPIRY       PIC 9(8).
           05  :PREFIX:CRD-REPLACES     PIC 9(16).
           05  :PREFIX:CRD-RENEWED-BY   PIC 9(16).
