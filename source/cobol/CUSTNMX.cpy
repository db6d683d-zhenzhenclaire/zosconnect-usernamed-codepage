         05 NMX-KEY.
            10 NMX-MATCH-KEY            PIC X(30).
            10 NMX-CUSTOMER-ID          PIC X(08).
