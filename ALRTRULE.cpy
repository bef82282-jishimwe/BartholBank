       01  :PREFIX:ALR-REC.
           05  :PREFIX:ALR-ID           PIC 9(3).
           05  :PREFIX:ALR-PROGRAM      PIC X(8).
           05  :PREFIX:ALR-SEVERITY     PIC X(1).
               88  :PREFIX:ALR-ANY-SEVERITY VALUE SPACE.
           05  :PREFIX:ALR-PATTERN      PIC X(20).
           05  :PREFIX:ALR-CONTACT      PIC X(20).
           05  :PREFIX:ALR-CHANNEL      PIC X(1).
               88  :PREFIX:ALR-BY-SMS   VALUE 'S'.
               88  :PREFIX:ALR-BY-PAGER VALUE 'P'.
           05  :PREFIX:ALR-ADDRESS      PIC X(15).
           05  :PREFIX:ALR-ESC-MINUTES  PIC 9(3).
           05  :PREFIX:ALR-ESC-CONTACT  PIC X(20).
           05  :PREFIX:ALR-ESC-CHANNEL  PIC X(1).
               88  :PREFIX:ALR-ESC-BY-SMS   VALUE 'S'.
               88  :PREFIX:ALR-ESC-BY-PAGER VALUE 'P'.
           05  :PREFIX:ALR-ESC-ADDRESS  PIC X(15).
           05  :PREFIX:ALR-STATUS       PIC X(1).
               88  :PREFIX:ALR-ACTIVE   VALUE 'A'.
               88  :PREFIX:ALR-INACTIVE VALUE 'I'.
           05  :PREFIX:ALR-CHG-OPER     PIC X(10).
           05  :PREFIX:ALR-CHG-DATE     PIC 9(8).
