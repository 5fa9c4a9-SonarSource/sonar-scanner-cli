               10  RC-REGION-REC-COUNT PIC 9(07).
               10  RC-REGION-PASS-COUNT PIC 9(07).
               10  RC-REGION-FAIL-COUNT PIC 9(07).
           05  RC-REV-POSTED-COUNT     PIC 9(07).
           05  RC-REV-NUM1-TOTAL       PIC 9(11).
           05  RC-SUSP-REVERSAL        PIC 9(07).
           05  RC-HELD-COUNT           PIC 9(07).
           05  RC-HELD-NUM1            PIC 9(11).
           05  RC-APPR-POSTED-COUNT    PIC 9(07).
