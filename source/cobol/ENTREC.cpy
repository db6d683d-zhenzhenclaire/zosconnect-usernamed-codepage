         05 ENT-KEY.
            10 ENT-PRINCIPAL            PIC X(08).
            10 ENT-MASTER               PIC X(08).
            10 ENT-FUNCTION             PIC X(08).
         05 ENT-GRANTED-BY              PIC X(08).
         05 ENT-GRANT-DATE              PIC X(08).
