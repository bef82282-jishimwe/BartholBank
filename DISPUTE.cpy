           05  :PREFIX:DSP-AMOUNT       PIC S9(7)V99.
           05  :PREFIX:DSP-PROV-TRAN    PIC 9(5).
           05  :PREFIX:DSP-RESOLVED-DATE PIC 9(8).
           05  :PREFIX:DSP-CB-STATUS    PIC X(1).
               88  :PREFIX:DSP-CB-NONE        VALUE SPACE.
               88  :PREFIX:DSP-CB-RAISED      VALUE 'R'.
               88  :PREFIX:DSP-CB-SENT        VALUE 'S'.
               88  :PREFIX:DSP-CB-ACCEPTED    VALUE 'A'.
               88  :PREFIX:DSP-CB-REPRESENTED VALUE 'P'.
               88  :PREFIX:DSP-CB-REJECTED    VALUE 'J'.
           05  :PREFIX:DSP-CB-CARD      PIC 9(16).
           05  :PREFIX:DSP-CB-NET-REF   PIC X(10).
           05  :PREFIX:DSP-CB-REASON    PIC X(4).
           05  :PREFIX:DSP-CB-ITEM-DATE PIC 9(8).
           05  :PREFIX:DSP-CB-RAISED-DATE PIC 9(8).
           05  :PREFIX:DSP-CB-RUN       PIC 9(7).
           05  :PREFIX:DSP-CB-RESP-DATE PIC 9(8).
           05  :PREFIX:DSP-CB-RESP-NOTE PIC X(30).
           05  :PREFIX:DSP-CB-RECOV-TRAN PIC 9(5).
