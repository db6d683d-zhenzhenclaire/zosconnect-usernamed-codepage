         03 FINCODE-EFF-FROM            PIC X(08).
         03 FINCODE-EFF-TO              PIC X(08).
         03 QUERY-AS-OF-DATE            PIC X(08).
         03 QUERY-CUSTOMER-ID           PIC X(08).
