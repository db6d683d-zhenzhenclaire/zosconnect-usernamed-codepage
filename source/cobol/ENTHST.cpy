         05 EHS-DATE                    PIC X(08).
         05 EHS-TIME                    PIC X(06).
         05 EHS-USER-ID                 PIC X(08).
         05 EHS-FUNCTION                PIC X(03).
         05 EHS-KEY                     PIC X(24).
         05 EHS-BEFORE-IMAGE            PIC X(40).
         05 EHS-AFTER-IMAGE             PIC X(40).
