         05 FHS-DATE                    PIC X(08).
         05 FHS-TIME                    PIC X(06).
         05 FHS-USER-ID                 PIC X(08).
         05 FHS-FUNCTION                PIC X(03).
         05 FHS-KEY.
            10 FHS-CODE                 PIC X(02).
            10 FHS-EFF-FROM             PIC X(08).
         05 FHS-CHANGE-FUNCTION         PIC X(03).
         05 FHS-MAKER-ID                PIC X(08).
         05 FHS-BEFORE-IMAGE            PIC X(38).
         05 FHS-AFTER-IMAGE             PIC X(38).
