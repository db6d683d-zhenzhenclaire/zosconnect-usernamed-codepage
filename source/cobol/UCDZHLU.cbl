       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZHLU.
      *----------------------------------------------------------------*
      *    Nightly unload of the HOLDMS holdings master into the
      *    HOLDIN layout (HOLDREC.cpy: customer id, finance code,
      *    product id, units) that the UCDZSWP suitability sweep
      *    reads.  Reads the flat copy of the KSDS (HMSIN, REPROed
      *    off VSAM by the previous job step: HOLDMST.cpy records,
      *    customer id + product id order) and writes one HOLDOUT
      *    record per holding, so the sweep judges exactly the
      *    positions UCDZHLM has booked online.
      *
      *    The purchase date stays behind on the master -- the sweep
      *    judges suitability, not hold time.  An empty master is
      *    reported with RETURN-CODE 4: it is a legitimate state for
      *    a new book, but on a running book it means a failed copy,
      *    and the sweep would then publish a clean night that is
      *    not.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HMSIN ASSIGN TO HMSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLDOUT ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HMSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HMSIN-REC.
           COPY HOLDMST.

       FD  HOLDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLDOUT-REC.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.

       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-UNITS-TOTAL             PIC 9(15) VALUE ZERO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT HMSIN
           OPEN OUTPUT HOLDOUT

           PERFORM UNTIL WS-EOF
               READ HMSIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-WRITE-HOLDING
               END-READ
           END-PERFORM

           CLOSE HMSIN
           CLOSE HOLDOUT

           DISPLAY 'UCDZHLU: ' WS-RECORD-COUNT ' HOLDING(S) UNLOADED, '
               WS-UNITS-TOTAL ' UNITS'

           IF WS-RECORD-COUNT = ZERO
               DISPLAY 'UCDZHLU: HOLDINGS MASTER IS EMPTY -- '
                   'CHECK THE MASTER COPY BEFORE TRUSTING THE SWEEP'
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------------------------------------------*
       1000-WRITE-HOLDING.
           ADD 1 TO WS-RECORD-COUNT
           ADD HMS-UNITS TO WS-UNITS-TOTAL
           MOVE HMS-CUSTOMER-ID  TO HLD-CUSTOMER-ID
           MOVE HMS-FINANCE-CODE TO HLD-FINANCE-CODE
           MOVE HMS-PRODUCT-ID   TO HLD-PRODUCT-ID
           MOVE HMS-UNITS        TO HLD-UNITS
           WRITE HOLDOUT-REC.

      *--------------------------------------------------------------*
