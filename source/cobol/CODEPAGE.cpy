         05 CPG-CCSID                   PIC X(05).
         05 CPG-DESC                    PIC X(20).
         05 CPG-RANGE-COUNT             PIC 9(02).
         05 CPG-RANGE OCCURS 30 TIMES.
            10 CPG-RANGE-FROM           PIC X(02).
            10 CPG-RANGE-TO             PIC X(02).
            10 CPG-RANGE-CLASS          PIC X(01).
            10 CPG-HOUSE-FROM           PIC X(02).
