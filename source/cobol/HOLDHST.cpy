         05 HHS-DATE                    PIC X(08).
         05 HHS-TIME                    PIC X(06).
         05 HHS-USER-ID                 PIC X(08).
         05 HHS-FUNCTION                PIC X(03).
         05 HHS-KEY.
            10 HHS-CUSTOMER-ID          PIC X(08).
            10 HHS-PRODUCT-ID           PIC X(06).
         05 HHS-BEFORE-IMAGE            PIC X(33).
         05 HHS-AFTER-IMAGE             PIC X(33).
