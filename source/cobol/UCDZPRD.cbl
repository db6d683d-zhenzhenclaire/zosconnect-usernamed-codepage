               ==FINCODE-DESC==       BY ==WK-NC-FINCODE-DESC==
               ==FINCODE-EFF-FROM==   BY ==WK-NC-FINCODE-EFF-FROM==
               ==FINCODE-EFF-TO==     BY ==WK-NC-FINCODE-EFF-TO==
               ==QUERY-AS-OF-DATE==   BY ==WK-NC-QUERY-AS-OF-DATE==
               ==QUERY-CUSTOMER-ID==  BY ==WK-NC-QUERY-CUSTOMER-ID==.

       01  WK-PRODUCT-MASTER-REC.
           COPY PRODREC.
           MOVE SPACES TO WK-NC-FINCODE-EFF-FROM
           MOVE SPACES TO WK-NC-FINCODE-EFF-TO
           MOVE SPACES TO WK-NC-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-NC-QUERY-CUSTOMER-ID
           MOVE WK-RESPONSE-MSG TO WK-NC-MSG-PRODUCT

           EXEC CICS RETURN
