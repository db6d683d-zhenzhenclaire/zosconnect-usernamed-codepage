         05 VIO-DATE                    PIC X(08).
         05 VIO-TIME                    PIC X(06).
         05 VIO-USER-ID                 PIC X(08).
         05 VIO-PROGRAM                 PIC X(08).
         05 VIO-TRANSACTION             PIC X(04).
         05 VIO-TERMINAL                PIC X(04).
         05 VIO-MASTER                  PIC X(08).
         05 VIO-FUNCTION                PIC X(08).
         05 VIO-ITEM-KEY                PIC X(20).
         05 VIO-REASON                  PIC X(01).
            88 VIO-NO-USER-ID                      VALUE 'U'.
            88 VIO-NOT-ENTITLED                    VALUE 'N'.
