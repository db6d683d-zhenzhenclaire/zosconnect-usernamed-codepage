       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZSTM.
      *----------------------------------------------------------------*
      *    Customer portfolio statements.  One statement per active
      *    customer on the CUSTMS master (CUSTIN, CUSTREC.cpy, flat
      *    copy in customer id order): the customer's name and
      *    finance code with its UCDZFCD description, then one line
      *    per holding on the holdings master (HMSIN, HOLDMST.cpy,
      *    flat copy in customer id + product id order) showing
      *      - product id and name, units, PRD-EARNING-RATE and
      *        PRD-HOLD-TIME from PRODMS (PRODIN)
      *      - projected earnings over the hold time: units x rate
      *        / 100 x hold days / 365 -- the rate read as an annual
      *        percentage and each unit as one currency unit, the
      *        basis the advisors quote on
      *      - the holding's suitability as UCDZSWP judges it
      *        tonight: the same three checks in the same order on
      *        the holding's own finance code (effective on UCDZFCD,
      *        product present and active, pairing on UCDZSRL), with
      *        the same C/P/R reason codes
      *    and closing with the customer's totals: holdings, units,
      *    projected earnings and breaches.
      *
      *    Only CUS-STATUS 'A' customers get a statement.  Every
      *    other status is listed separately on INACTOUT with its
      *    holdings count, so a closed customer still holding
      *    positions is visible without being sent a statement.
      *    Holdings whose customer id is not on the master cannot be
      *    stated; they are counted and named on the console (the
      *    integrity sweep reports them in full).
      *
      *    Statements are as at the business date off the BDCTL
      *    control file (UCDZBDT), not the system clock; it heads
      *    both listings and is the date finance codes are judged
      *    effective at.
      *
      *    The run trailer carries the statement, holding, inactive
      *    and orphan counts.  RETURN-CODE 8 when a reference table
      *    overflowed (as in UCDZSWP, a truncated table would print
      *    false breaches on customer statements, so nothing is
      *    produced); 4 when a holding could not be fully stated --
      *    an orphan, or a product whose rate or hold time cannot be
      *    projected; 0 otherwise; 12, with nothing written, when
      *    UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTIN ASSIGN TO CUSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HMSIN ASSIGN TO HMSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FINCODE ASSIGN TO FINCODE
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODIN ASSIGN TO PRODIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUITIN ASSIGN TO SUITIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT INACTOUT ASSIGN TO INACTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CUSTIN-REC.
           COPY CUSTREC.

       FD  HMSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HMSIN-REC.
           COPY HOLDMST.

       FD  FINCODE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FINCODE-REC.
           COPY FINCODE.

       FD  PRODIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRODIN-REC.
           COPY PRODREC.

       FD  SUITIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUITIN-REC.
           COPY SUITRUL.

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

       FD  INACTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INACTOUT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-HMS-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-HMS-EOF                         VALUE 'Y'.
       01  WS-FIN-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-FIN-EOF                         VALUE 'Y'.
       01  WS-PRD-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-PRD-EOF                         VALUE 'Y'.
       01  WS-SRL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-SRL-EOF                         VALUE 'Y'.
       01  WS-FINCODE-OK-SW           PIC X(01).
           88 WS-FINCODE-OK                      VALUE 'Y'.
       01  WS-PRODUCT-FOUND-SW        PIC X(01).
           88 WS-PRODUCT-FOUND                   VALUE 'Y'.
       01  WS-PRODUCT-OK-SW           PIC X(01).
           88 WS-PRODUCT-OK                      VALUE 'Y'.
       01  WS-RULE-OK-SW              PIC X(01).
           88 WS-RULE-OK                         VALUE 'Y'.
       01  WS-PROJECTABLE-SW          PIC X(01).
           88 WS-PROJECTABLE                     VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-STATEMENT-COUNT         PIC 9(08) VALUE ZERO.
       01  WS-HOLDING-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-INACTIVE-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-ORPHAN-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-UNPROJECTED-COUNT       PIC 9(08) VALUE ZERO.
       01  WS-BREACH-REASON           PIC X(01).
       01  WS-HOLDING-RISK            PIC X(10).
       01  WS-FIN-DESC                PIC X(20).
       01  WS-FIN-DESC-NOTE           PIC X(16).

      *    Per-customer totals, reset at each statement.
       01  WS-CUST-HOLDINGS           PIC 9(05).
       01  WS-CUST-UNITS              PIC 9(15).
       01  WS-CUST-PROJECTED          PIC S9(13)V99.
       01  WS-CUST-BREACHES           PIC 9(05).

      *    Projection working fields.
       01  WS-NUMVAL-IN               PIC X(06).
       01  WS-NUMVAL-TEST             PIC S9(4) COMP.
       01  WS-RATE-NUM                PIC S9(5)V9(4).
       01  WS-HOLD-DAYS               PIC 9(04).
       01  WS-PROJECTED               PIC S9(13)V99.

      *    The finance-code reference entries (flat copy of UCDZFCD)
      *    with their descriptions for the statement header.
       01  WS-FINCODE-TABLE.
           05 WS-FINCODE-MAX          PIC S9(4) COMP VALUE 50.
           05 WS-FINCODE-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-FINCODE-ENTRY OCCURS 50 TIMES.
               10 WS-FIN-CODE         PIC X(02).
               10 WS-FIN-FROM         PIC X(08).
               10 WS-FIN-TO           PIC X(08).
               10 WS-FIN-DESCRIPTION  PIC X(20).
       01  WS-FIN-IDX                 PIC S9(4) COMP.

      *    The product shelf (flat copy of PRODMS): what UCDZSWP
      *    keeps for its checks plus what the statement line shows.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-MAX          PIC S9(4) COMP VALUE 5000.
           05 WS-PRODUCT-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-PRODUCT-ENTRY OCCURS 5000 TIMES.
               10 WS-PRD-ID           PIC X(06).
               10 WS-PRD-NAME         PIC X(20).
               10 WS-PRD-RATE         PIC X(06).
               10 WS-PRD-HOLD         PIC X(04).
               10 WS-PRD-RISK         PIC X(10).
               10 WS-PRD-STAT         PIC X(01).
       01  WS-PRD-IDX                 PIC S9(4) COMP.
       01  WS-PRD-HIT                 PIC S9(4) COMP.

      *    The suitability pairings (flat copy of UCDZSRL).
       01  WS-RULE-TABLE.
           05 WS-RULE-MAX             PIC S9(4) COMP VALUE 1000.
           05 WS-RULE-USED            PIC S9(4) COMP VALUE ZERO.
           05 WS-RULE-ENTRY OCCURS 1000 TIMES.
               10 WS-RUL-CODE         PIC X(02).
               10 WS-RUL-RISK         PIC X(10).
       01  WS-RUL-IDX                 PIC S9(4) COMP.

       01  WS-OVFL-SW                 PIC X(01) VALUE 'N'.
           88 WS-TABLE-OVERFLOWED                VALUE 'Y'.

       01  WS-SEPARATOR-LINE          PIC X(132) VALUE ALL '-'.

       01  WS-HOLDING-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HL-PRODUCT-ID        PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-HL-PRODUCT-NAME      PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-HL-UNITS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HL-RATE              PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HL-HOLD              PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HL-PROJECTED         PIC X(21).
           05 WS-HL-PROJECTED-EDIT    REDEFINES WS-HL-PROJECTED
                                      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-HL-SUITABILITY       PIC X(44).
           05 FILLER                  PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(15)
                                      VALUE 'TOTAL HOLDINGS '.
           05 WS-TL-HOLDINGS          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(08) VALUE '  UNITS '.
           05 WS-TL-UNITS             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(12) VALUE '  PROJECTED '.
           05 WS-TL-PROJECTED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(11) VALUE '  BREACHES '.
           05 WS-TL-BREACHES          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(32) VALUE SPACES.

       01  WS-INACTIVE-LINE.
           05 WS-IL-CUST-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-IL-CUST-NAME         PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-IL-FIN-CODE          PIC X(02).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-IL-STATUS            PIC X(01).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-IL-HOLDINGS          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(77) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(11) VALUE 'STATEMENTS='.
           05 WS-TRL-STATEMENTS       PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' HOLDINGS='.
           05 WS-TRL-HOLDINGS         PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' INACTIVE='.
           05 WS-TRL-INACTIVE         PIC 9(08).
           05 FILLER                  PIC X(09) VALUE ' ORPHANS='.
           05 WS-TRL-ORPHANS          PIC 9(08).
           05 FILLER                  PIC X(13) VALUE ' UNPROJECTED='.
           05 WS-TRL-UNPROJECTED      PIC 9(08).
           05 FILLER                  PIC X(39) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           PERFORM 0050-LOAD-FINANCE-CODES
           PERFORM 0060-LOAD-PRODUCTS
           PERFORM 0070-LOAD-RULES

           IF WS-TABLE-OVERFLOWED
               DISPLAY 'UCDZSTM: REFERENCE TABLE OVERFLOWED -- '
                   'NO STATEMENTS PRODUCED, RESULTS WOULD BE FALSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTIN
           OPEN INPUT HMSIN
           OPEN OUTPUT RPTOUT
           OPEN OUTPUT INACTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'CUSTOMER PORTFOLIO STATEMENTS  BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO INACTOUT-REC
           STRING 'INACTIVE CUSTOMERS -- NO STATEMENT PRODUCED, '
                  DELIMITED BY SIZE
                  'BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO INACTOUT-REC
           END-STRING
           WRITE INACTOUT-REC
           MOVE 'CUSTOMER NAME                           FC   ST   '
               & 'HOLDS' TO INACTOUT-REC
           WRITE INACTOUT-REC

           PERFORM 0900-READ-HOLDING

           PERFORM UNTIL WS-EOF
               READ CUSTIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-PROCESS-CUSTOMER
               END-READ
           END-PERFORM

      *    Holdings left once the master is exhausted sort after the
      *    last customer id -- none of them has a customer.
           PERFORM 2900-ORPHAN-HOLDING UNTIL WS-HMS-EOF

           MOVE WS-STATEMENT-COUNT   TO WS-TRL-STATEMENTS
           MOVE WS-HOLDING-COUNT     TO WS-TRL-HOLDINGS
           MOVE WS-INACTIVE-COUNT    TO WS-TRL-INACTIVE
           MOVE WS-ORPHAN-COUNT      TO WS-TRL-ORPHANS
           MOVE WS-UNPROJECTED-COUNT TO WS-TRL-UNPROJECTED
           MOVE WS-SEPARATOR-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE SPACES TO INACTOUT-REC
           STRING 'INACTIVE=' DELIMITED BY SIZE
                  WS-INACTIVE-COUNT DELIMITED BY SIZE
                  INTO INACTOUT-REC
           END-STRING
           WRITE INACTOUT-REC

           CLOSE CUSTIN
           CLOSE HMSIN
           CLOSE RPTOUT
           CLOSE INACTOUT

           DISPLAY 'UCDZSTM: ' WS-STATEMENT-COUNT ' STATEMENT(S), '
               WS-HOLDING-COUNT ' HOLDING(S), ' WS-INACTIVE-COUNT
               ' INACTIVE, ' WS-ORPHAN-COUNT ' ORPHAN HOLDING(S)'

           IF WS-ORPHAN-COUNT > ZERO OR WS-UNPROJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZSTM' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
       0050-LOAD-FINANCE-CODES.
           OPEN INPUT FINCODE
           PERFORM 0055-LOAD-FINANCE-ENTRY UNTIL WS-FIN-EOF
           CLOSE FINCODE
           IF WS-FINCODE-USED = ZERO
               DISPLAY 'UCDZSTM: NO FINANCE CODE REFERENCE ENTRIES '
                   'LOADED -- EVERY HOLDING WILL SHOW IN BREACH'
           END-IF.

      *--------------------------------------------------------------*
       0055-LOAD-FINANCE-ENTRY.
           READ FINCODE
               AT END
                   SET WS-FIN-EOF TO TRUE
               NOT AT END
                   IF WS-FINCODE-USED < WS-FINCODE-MAX
                       ADD 1 TO WS-FINCODE-USED
                       MOVE FCD-CODE
                           TO WS-FIN-CODE(WS-FINCODE-USED)
                       MOVE FCD-EFF-FROM
                           TO WS-FIN-FROM(WS-FINCODE-USED)
                       MOVE FCD-EFF-TO
                           TO WS-FIN-TO(WS-FINCODE-USED)
                       MOVE FCD-DESC
                           TO WS-FIN-DESCRIPTION(WS-FINCODE-USED)
                   ELSE
                       DISPLAY 'UCDZSTM: FINANCE CODE TABLE FULL -- '
                           'ENTRY FOR CODE ' FCD-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0060-LOAD-PRODUCTS.
           OPEN INPUT PRODIN
           PERFORM 0065-LOAD-PRODUCT-ENTRY UNTIL WS-PRD-EOF
           CLOSE PRODIN
           IF WS-PRODUCT-USED = ZERO
               DISPLAY 'UCDZSTM: NO PRODUCT MASTER RECORDS LOADED -- '
                   'EVERY HOLDING WILL SHOW IN BREACH'
           END-IF.

      *--------------------------------------------------------------*
       0065-LOAD-PRODUCT-ENTRY.
           READ PRODIN
               AT END
                   SET WS-PRD-EOF TO TRUE
               NOT AT END
                   IF WS-PRODUCT-USED < WS-PRODUCT-MAX
                       ADD 1 TO WS-PRODUCT-USED
                       MOVE PRD-PRODUCT-ID
                           TO WS-PRD-ID(WS-PRODUCT-USED)
                       MOVE PRD-PRODUCT-NAME
                           TO WS-PRD-NAME(WS-PRODUCT-USED)
                       MOVE PRD-EARNING-RATE
                           TO WS-PRD-RATE(WS-PRODUCT-USED)
                       MOVE PRD-HOLD-TIME
                           TO WS-PRD-HOLD(WS-PRODUCT-USED)
                       MOVE PRD-RISK-TYPE
                           TO WS-PRD-RISK(WS-PRODUCT-USED)
                       MOVE PRD-STATUS
                           TO WS-PRD-STAT(WS-PRODUCT-USED)
                   ELSE
                       DISPLAY 'UCDZSTM: PRODUCT TABLE FULL -- '
                           'ENTRY FOR PRODUCT ' PRD-PRODUCT-ID
                           ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0070-LOAD-RULES.
           OPEN INPUT SUITIN
           PERFORM 0075-LOAD-RULE-ENTRY UNTIL WS-SRL-EOF
           CLOSE SUITIN
           IF WS-RULE-USED = ZERO
               DISPLAY 'UCDZSTM: NO SUITABILITY RULES LOADED -- '
                   'EVERY HOLDING WILL SHOW IN BREACH'
           END-IF.

      *--------------------------------------------------------------*
       0075-LOAD-RULE-ENTRY.
           READ SUITIN
               AT END
                   SET WS-SRL-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-USED < WS-RULE-MAX
                       ADD 1 TO WS-RULE-USED
                       MOVE SRL-FINANCE-CODE
                           TO WS-RUL-CODE(WS-RULE-USED)
                       MOVE SRL-RISK-TYPE
                           TO WS-RUL-RISK(WS-RULE-USED)
                   ELSE
                       DISPLAY 'UCDZSTM: RULE TABLE FULL -- ENTRY '
                           'FOR CODE ' SRL-FINANCE-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0900-READ-HOLDING.
           READ HMSIN
               AT END
                   SET WS-HMS-EOF TO TRUE
           END-READ.

      *--------------------------------------------------------------*
      *    Both files are in customer id order (KSDS copies), so the
      *    holdings are matched to the customer by a forward merge:
      *    anything sorting before this customer belongs to no
      *    customer on the master.
       1000-PROCESS-CUSTOMER.
           PERFORM 2900-ORPHAN-HOLDING
               UNTIL WS-HMS-EOF
               OR HMS-CUSTOMER-ID NOT < CUS-CUSTOMER-ID

           IF CUS-STATUS = 'A'
               PERFORM 1100-PRINT-STATEMENT-HEADER
               PERFORM 1200-PRINT-HOLDING
                   UNTIL WS-HMS-EOF
                   OR HMS-CUSTOMER-ID NOT = CUS-CUSTOMER-ID
               PERFORM 1300-PRINT-CUSTOMER-TOTALS
           ELSE
               PERFORM 1500-LIST-INACTIVE
           END-IF.

      *--------------------------------------------------------------*
       1100-PRINT-STATEMENT-HEADER.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-CUST-HOLDINGS
           MOVE ZERO TO WS-CUST-UNITS
           MOVE ZERO TO WS-CUST-PROJECTED
           MOVE ZERO TO WS-CUST-BREACHES

           PERFORM 1150-FIND-FINCODE-DESC

           MOVE WS-SEPARATOR-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           STRING 'STATEMENT FOR ' DELIMITED BY SIZE
                  CUS-CUSTOMER-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUS-CUST-NAME DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           STRING 'FINANCE CODE  ' DELIMITED BY SIZE
                  CUS-FINANCE-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-FIN-DESC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FIN-DESC-NOTE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE '  PRODID PRODUCT NAME               UNITS  RATE    '
               & 'HOLD     PROJECTED EARNINGS  SUITABILITY'
               TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
      *    The description of the entry in effect today.  A code
      *    with no entry in effect shows the description of any
      *    entry it has, marked, so the advisor sees why every
      *    holding below is in breach; a code unknown to UCDZFCD
      *    says so.
       1150-FIND-FINCODE-DESC.
           MOVE SPACES TO WS-FIN-DESC
           MOVE SPACES TO WS-FIN-DESC-NOTE
           MOVE 'N' TO WS-FINCODE-OK-SW

           PERFORM VARYING WS-FIN-IDX FROM 1 BY 1
                   UNTIL WS-FIN-IDX > WS-FINCODE-USED
                   OR WS-FINCODE-OK
               IF WS-FIN-CODE(WS-FIN-IDX) = CUS-FINANCE-CODE
                   MOVE WS-FIN-DESCRIPTION(WS-FIN-IDX) TO WS-FIN-DESC
                   IF WS-FIN-FROM(WS-FIN-IDX) <= WS-TODAY
                      AND (WS-FIN-TO(WS-FIN-IDX) = SPACES
                           OR WS-FIN-TO(WS-FIN-IDX) >= WS-TODAY)
                       SET WS-FINCODE-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FINCODE-OK
                   CONTINUE
               WHEN WS-FIN-DESC = SPACES
                   MOVE '(UNKNOWN CODE)' TO WS-FIN-DESC-NOTE
               WHEN OTHER
                   MOVE '(NOT IN EFFECT)' TO WS-FIN-DESC-NOTE
           END-EVALUATE.

      *--------------------------------------------------------------*
       1200-PRINT-HOLDING.
           ADD 1 TO WS-HOLDING-COUNT
           ADD 1 TO WS-CUST-HOLDINGS
           ADD HMS-UNITS TO WS-CUST-UNITS

           PERFORM 1250-JUDGE-SUITABILITY

           MOVE HMS-PRODUCT-ID TO WS-HL-PRODUCT-ID
           MOVE HMS-UNITS      TO WS-HL-UNITS
           IF WS-PRODUCT-FOUND
               MOVE WS-PRD-NAME(WS-PRD-HIT) TO WS-HL-PRODUCT-NAME
               MOVE WS-PRD-RATE(WS-PRD-HIT) TO WS-HL-RATE
               MOVE WS-PRD-HOLD(WS-PRD-HIT) TO WS-HL-HOLD
               PERFORM 1270-PROJECT-EARNINGS
           ELSE
               MOVE '*NOT ON PRODUCT FILE' TO WS-HL-PRODUCT-NAME
               MOVE SPACES TO WS-HL-RATE
               MOVE SPACES TO WS-HL-HOLD
               MOVE 'N' TO WS-PROJECTABLE-SW
           END-IF

           IF WS-PROJECTABLE
               MOVE WS-PROJECTED TO WS-HL-PROJECTED-EDIT
               ADD WS-PROJECTED TO WS-CUST-PROJECTED
           ELSE
               MOVE '      NOT PROJECTABLE' TO WS-HL-PROJECTED
               ADD 1 TO WS-UNPROJECTED-COUNT
           END-IF

           EVALUATE WS-BREACH-REASON
               WHEN SPACE
                   MOVE 'SUITABLE' TO WS-HL-SUITABILITY
               WHEN 'C'
                   MOVE 'BREACH C FINANCE CODE NOT IN EFFECT TODAY'
                       TO WS-HL-SUITABILITY
               WHEN 'P'
                   MOVE 'BREACH P PRODUCT MISSING OR WITHDRAWN'
                       TO WS-HL-SUITABILITY
               WHEN 'R'
                   MOVE 'BREACH R PAIRING ABSENT FROM RULES'
                       TO WS-HL-SUITABILITY
           END-EVALUATE
           IF WS-BREACH-REASON NOT = SPACE
               ADD 1 TO WS-CUST-BREACHES
           END-IF

           MOVE WS-HOLDING-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM 0900-READ-HOLDING.

      *--------------------------------------------------------------*
      *    UCDZSWP's three checks in its order, on the holding's own
      *    finance code, stopping at the first failure so the reason
      *    matches what tonight's sweep reports for the holding.
      *    The product is looked up whether or not the code passes,
      *    since the statement line needs its name and rate either
      *    way.
       1250-JUDGE-SUITABILITY.
           MOVE SPACE TO WS-BREACH-REASON
           MOVE SPACES TO WS-HOLDING-RISK
           MOVE 'N' TO WS-PRODUCT-FOUND-SW
           MOVE 'N' TO WS-PRODUCT-OK-SW
           MOVE 'N' TO WS-RULE-OK-SW

           MOVE 'N' TO WS-FINCODE-OK-SW
           PERFORM VARYING WS-FIN-IDX FROM 1 BY 1
                   UNTIL WS-FIN-IDX > WS-FINCODE-USED
                   OR WS-FINCODE-OK
               IF WS-FIN-CODE(WS-FIN-IDX) = HMS-FINANCE-CODE
                  AND WS-FIN-FROM(WS-FIN-IDX) <= WS-TODAY
                  AND (WS-FIN-TO(WS-FIN-IDX) = SPACES
                       OR WS-FIN-TO(WS-FIN-IDX) >= WS-TODAY)
                   SET WS-FINCODE-OK TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRODUCT-USED
                   OR WS-PRODUCT-FOUND
               IF WS-PRD-ID(WS-PRD-IDX) = HMS-PRODUCT-ID
                   SET WS-PRODUCT-FOUND TO TRUE
                   MOVE WS-PRD-IDX TO WS-PRD-HIT
                   MOVE WS-PRD-RISK(WS-PRD-IDX) TO WS-HOLDING-RISK
                   IF WS-PRD-STAT(WS-PRD-IDX) = 'A'
                       SET WS-PRODUCT-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FINCODE-OK AND WS-PRODUCT-OK
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-USED
                       OR WS-RULE-OK
                   IF WS-RUL-CODE(WS-RUL-IDX) = HMS-FINANCE-CODE
                      AND WS-RUL-RISK(WS-RUL-IDX) = WS-HOLDING-RISK
                       SET WS-RULE-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-FINCODE-OK
                   MOVE 'C' TO WS-BREACH-REASON
               WHEN NOT WS-PRODUCT-OK
                   MOVE 'P' TO WS-BREACH-REASON
               WHEN NOT WS-RULE-OK
                   MOVE 'R' TO WS-BREACH-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    Units x annual rate % x the fraction of a year the product
      *    is held for.  The rate is guarded the way UCDZRPT guards
      *    it before NUMVAL; a rate or hold time that will not read
      *    as a number leaves the holding unprojected rather than
      *    printed as zero.
       1270-PROJECT-EARNINGS.
           MOVE 'Y' TO WS-PROJECTABLE-SW
           MOVE ZERO TO WS-PROJECTED

           MOVE WS-PRD-RATE(WS-PRD-HIT) TO WS-NUMVAL-IN
           COMPUTE WS-NUMVAL-TEST = FUNCTION TEST-NUMVAL(WS-NUMVAL-IN)
           IF WS-NUMVAL-TEST = ZERO
               COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-NUMVAL-IN)
           ELSE
               MOVE 'N' TO WS-PROJECTABLE-SW
           END-IF

           IF WS-PRD-HOLD(WS-PRD-HIT) IS NUMERIC
               MOVE WS-PRD-HOLD(WS-PRD-HIT) TO WS-HOLD-DAYS
           ELSE
               MOVE 'N' TO WS-PROJECTABLE-SW
           END-IF

           IF WS-PROJECTABLE
               COMPUTE WS-PROJECTED ROUNDED =
                   HMS-UNITS * WS-RATE-NUM / 100
                   * WS-HOLD-DAYS / 365
           END-IF.

      *--------------------------------------------------------------*
       1300-PRINT-CUSTOMER-TOTALS.
           MOVE SPACES TO RPTOUT-REC
           IF WS-CUST-HOLDINGS = ZERO
               MOVE '  NO HOLDINGS ON FILE' TO RPTOUT-REC
               WRITE RPTOUT-REC
           ELSE
               WRITE RPTOUT-REC
               MOVE WS-CUST-HOLDINGS  TO WS-TL-HOLDINGS
               MOVE WS-CUST-UNITS     TO WS-TL-UNITS
               MOVE WS-CUST-PROJECTED TO WS-TL-PROJECTED
               MOVE WS-CUST-BREACHES  TO WS-TL-BREACHES
               MOVE WS-TOTAL-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF.

      *--------------------------------------------------------------*
      *    No statement; the customer's holdings are counted past so
      *    the merge stays in step, and the customer is listed.
       1500-LIST-INACTIVE.
           ADD 1 TO WS-INACTIVE-COUNT
           MOVE ZERO TO WS-CUST-HOLDINGS
           PERFORM 1510-COUNT-INACTIVE-HOLDING
               UNTIL WS-HMS-EOF
               OR HMS-CUSTOMER-ID NOT = CUS-CUSTOMER-ID

           MOVE CUS-CUSTOMER-ID  TO WS-IL-CUST-ID
           MOVE CUS-CUST-NAME    TO WS-IL-CUST-NAME
           MOVE CUS-FINANCE-CODE TO WS-IL-FIN-CODE
           MOVE CUS-STATUS       TO WS-IL-STATUS
           MOVE WS-CUST-HOLDINGS TO WS-IL-HOLDINGS
           MOVE WS-INACTIVE-LINE TO INACTOUT-REC
           WRITE INACTOUT-REC.

      *--------------------------------------------------------------*
       1510-COUNT-INACTIVE-HOLDING.
           ADD 1 TO WS-CUST-HOLDINGS
           PERFORM 0900-READ-HOLDING.

      *--------------------------------------------------------------*
       2900-ORPHAN-HOLDING.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY 'UCDZSTM: HOLDING ' HMS-CUSTOMER-ID '/'
               HMS-PRODUCT-ID ' HAS NO CUSTOMER ON THE MASTER'
           PERFORM 0900-READ-HOLDING.

      *--------------------------------------------------------------*
