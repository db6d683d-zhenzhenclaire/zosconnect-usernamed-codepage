         05 BDC-BUSINESS-DATE           PIC X(08).
         05 BDC-CYCLE-STATUS            PIC X(01).
            88 BDC-CYCLE-OPEN                      VALUE 'O'.
            88 BDC-CYCLE-COMPLETE                  VALUE 'C'.
         05 BDC-PRIOR-DATE              PIC X(08).
         05 BDC-PRIOR-STATUS            PIC X(01).
            88 BDC-PRIOR-OPEN                      VALUE 'O'.
            88 BDC-PRIOR-COMPLETE                  VALUE 'C'.
            88 BDC-PRIOR-RELEASED                  VALUE 'R'.
         05 BDC-LAST-FUNCTION           PIC X(04).
         05 BDC-LAST-RUN-DATE           PIC X(08).
         05 BDC-LAST-RUN-TIME           PIC X(06).
         05 BDC-COMPLETED-DATE          PIC X(08).
         05 BDC-COMPLETED-TIME          PIC X(06).
         05 FILLER                      PIC X(30).
