               88  :PREFIX:REL-JOINT    VALUE 'J'.
               88  :PREFIX:REL-POA      VALUE 'A'.
               88  :PREFIX:REL-BENEF    VALUE 'B'.
               88  :PREFIX:REL-GUARDIAN VALUE 'G'.
           05  :PREFIX:REL-ADDED-DATE   PIC 9(8).
           05  :PREFIX:REL-ADDED-BY     PIC X(10).
