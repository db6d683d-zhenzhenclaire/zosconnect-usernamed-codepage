         05 HOL-DATE                    PIC X(08).
         05 FILLER                      PIC X(01).
         05 HOL-DESCRIPTION             PIC X(30).
         05 FILLER                      PIC X(41).
