         05 SDL-FINANCE-CODE            PIC X(02).
         05 SDL-PRODUCT-ID              PIC X(06).
         05 SDL-RISK-TYPE               PIC X(10).
         05 SDL-OUTCOME                 PIC X(72).
         05 SDL-CUSTOMER-ID             PIC X(08).
