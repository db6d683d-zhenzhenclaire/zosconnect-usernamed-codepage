         03 EK-USER-ID                  PIC X(08).
         03 EK-MASTER                   PIC X(08).
         03 EK-FUNCTION                 PIC X(08).
         03 EK-ALT-FUNCTION             PIC X(08).
         03 EK-PROGRAM                  PIC X(08).
         03 EK-ITEM-KEY                 PIC X(20).
         03 EK-RESULT                   PIC X(01).
            88 EK-ALLOWED                          VALUE 'Y'.
            88 EK-REFUSED                          VALUE 'N'.
            88 EK-UNAVAILABLE                      VALUE 'E'.
         03 EK-RESPONSE-MSG             PIC X(80).
