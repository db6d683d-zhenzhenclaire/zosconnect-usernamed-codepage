         05 HMS-KEY.
            10 HMS-CUSTOMER-ID          PIC X(08).
            10 HMS-PRODUCT-ID           PIC X(06).
         05 HMS-FINANCE-CODE            PIC X(02).
         05 HMS-PURCHASE-DATE           PIC X(08).
         05 HMS-UNITS                   PIC 9(09).
