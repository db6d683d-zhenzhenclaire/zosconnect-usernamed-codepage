         05 BDT-PROGRAM                 PIC X(08).
         05 BDT-RESULT                  PIC X(01).
            88 BDT-DATE-OK                         VALUE 'Y'.
            88 BDT-PRIOR-INCOMPLETE                VALUE 'P'.
            88 BDT-CONTROL-BAD                     VALUE 'E'.
         05 BDT-BUSINESS-DATE           PIC X(08).
         05 BDT-CYCLE-STATUS            PIC X(01).
         05 BDT-PRIOR-DATE              PIC X(08).
         05 BDT-DAY-FROM                PIC X(08).
         05 BDT-MESSAGE                 PIC X(80).
