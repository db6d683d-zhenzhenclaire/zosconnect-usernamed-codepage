         05 AUD-CUST-NAME               PIC X(30).
         05 AUD-HEX-VALUE               PIC X(60).
         05 AUD-RETURN-STATUS           PIC X(02).
         05 AUD-CCSID                   PIC X(05).
         05 AUD-TRANSLATE-OPTION        PIC X(01).
