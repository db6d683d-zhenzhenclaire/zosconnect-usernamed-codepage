       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZINT.
      *----------------------------------------------------------------*
      *    Nightly cross-master integrity sweep.  Each master is
      *    validated at its own maintenance point only, so expiries,
      *    deletes and direct loads can leave the masters disagreeing
      *    with one another.  This run checks them against each
      *    other, as at today, from flat copies the previous job step
      *    REPROs off VSAM, and reports every orphan and mismatch by
      *    category:
      *      1  customer whose CUS-FINANCE-CODE has no UCDZFCD entry
      *         in effect today (unknown, expired or not yet live)
      *      2  holding whose finance code differs from its
      *         customer's current CUS-FINANCE-CODE
      *      3  holding whose customer id is not on CUSTMS
      *      4  UCDZSRL rule whose finance code is expired or unknown
      *         -- no UCDZFCD entry in effect today or later (a rule
      *         staged for a code that goes live later is correct)
      *      5  UCDZSRL rule whose risk type no active product carries
      *      6  active product whose risk type no rule permits
      *    The holdings are those on the holdings master (HMSIN,
      *    HOLDMST.cpy, in customer id order) -- the book UCDZSWP and
      *    UCDZSTM judge.  Customers come from CUSTIN (CUSTREC.cpy,
      *    in customer id order); the reference tables are loaded as
      *    in UCDZSWP.
      *
      *    Findings are released to a sort on category, so the
      *    report prints a count per category first, then each
      *    category's findings under its own heading -- a category
      *    with none says so.
      *
      *    "Today" is the business date off the BDCTL control file
      *    (UCDZBDT), not the system clock, and heads the report.
      *
      *    RETURN-CODE 4 when anything was found, 0 when the masters
      *    agree.  RETURN-CODE 8 when a reference table overflowed
      *    (a truncated table would report false orphans); nothing is
      *    checked then.  The scheduler runs the suitability sweep
      *    and the statements behind this job, and holds them on 8.
      *    RETURN-CODE 12, with nothing written, when UCDZBDT refuses
      *    the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINCODE ASSIGN TO FINCODE
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODIN ASSIGN TO PRODIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUITIN ASSIGN TO SUITIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTIN ASSIGN TO CUSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HMSIN ASSIGN TO HMSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

      *    One finding: its category, a sequence number that keeps
      *    each category in the order found, and the printed text.
       SD  SORTWK.
       01  SORT-FINDING-REC.
           05 SF-CATEGORY             PIC 9(01).
           05 SF-SEQUENCE             PIC 9(08).
           05 SF-TEXT                 PIC X(120).

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
       01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF                        VALUE 'Y'.
       01  WS-CODE-KNOWN-SW           PIC X(01).
           88 WS-CODE-KNOWN                      VALUE 'Y'.
       01  WS-CODE-LIVE-SW            PIC X(01).
           88 WS-CODE-LIVE                       VALUE 'Y'.
       01  WS-CODE-CURRENT-SW         PIC X(01).
           88 WS-CODE-CURRENT                    VALUE 'Y'.
       01  WS-MATCH-SW                PIC X(01).
           88 WS-MATCH-FOUND                     VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-CHK-CODE                PIC X(02).
       01  WS-SEQUENCE                PIC 9(08) VALUE ZERO.
       01  WS-FINDING-TEXT            PIC X(120).
       01  WS-FINDING-CATEGORY        PIC 9(01).
       01  WS-CUST-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-HOLD-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-FINDINGS          PIC 9(08) VALUE ZERO.
       01  WS-UNITS-EDIT              PIC Z(8)9.

      *    Findings per category, and the category headings, in
      *    category order.
       01  WS-CATEGORY-COUNTS.
           05 WS-CAT-COUNT            PIC 9(08) OCCURS 6 TIMES.
       01  WS-CATEGORY-TITLES.
           05 FILLER                  PIC X(50)
               VALUE 'CUSTOMER FINANCE CODE NOT IN EFFECT ON UCDZFCD'.
           05 FILLER                  PIC X(50)
               VALUE 'HOLDING FINANCE CODE DIFFERS FROM CUSTOMER'.
           05 FILLER                  PIC X(50)
               VALUE 'HOLDING FOR CUSTOMER NOT ON CUSTMS'.
           05 FILLER                  PIC X(50)
               VALUE 'RULE FINANCE CODE EXPIRED OR UNKNOWN'.
           05 FILLER                  PIC X(50)
               VALUE 'RULE RISK TYPE CARRIED BY NO ACTIVE PRODUCT'.
           05 FILLER                  PIC X(50)
               VALUE 'ACTIVE PRODUCT RISK TYPE PERMITTED BY NO RULE'.
       01  FILLER                     REDEFINES WS-CATEGORY-TITLES.
           05 WS-CAT-TITLE            PIC X(50) OCCURS 6 TIMES.
       01  WS-CAT-IDX                 PIC S9(4) COMP.
       01  WS-PRINTED-CATEGORY        PIC S9(4) COMP VALUE ZERO.
       01  WS-CATEGORY-EDIT           PIC 9(01).

      *    The finance-code reference entries (flat copy of UCDZFCD),
      *    same table and the same effective-date rule as UCDZSWP.
       01  WS-FINCODE-TABLE.
           05 WS-FINCODE-MAX          PIC S9(4) COMP VALUE 50.
           05 WS-FINCODE-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-FINCODE-ENTRY OCCURS 50 TIMES.
               10 WS-FIN-CODE         PIC X(02).
               10 WS-FIN-FROM         PIC X(08).
               10 WS-FIN-TO           PIC X(08).
       01  WS-FIN-IDX                 PIC S9(4) COMP.

      *    The product shelf (flat copy of PRODMS), sized as in
      *    UCDZSWP, with the name for the report line.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-MAX          PIC S9(4) COMP VALUE 5000.
           05 WS-PRODUCT-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-PRODUCT-ENTRY OCCURS 5000 TIMES.
               10 WS-PRD-ID           PIC X(06).
               10 WS-PRD-NAME         PIC X(20).
               10 WS-PRD-RISK         PIC X(10).
               10 WS-PRD-STAT         PIC X(01).
       01  WS-PRD-IDX                 PIC S9(4) COMP.

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

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-SML-CATEGORY         PIC 9(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-SML-TITLE            PIC X(50).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-COUNT            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(66) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(10) VALUE 'CUSTOMERS='.
           05 WS-TRL-CUSTOMERS        PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' HOLDINGS='.
           05 WS-TRL-HOLDINGS         PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' PRODUCTS='.
           05 WS-TRL-PRODUCTS         PIC 9(04).
           05 FILLER                  PIC X(07) VALUE ' RULES='.
           05 WS-TRL-RULES            PIC 9(04).
           05 FILLER                  PIC X(10) VALUE ' FINDINGS='.
           05 WS-TRL-FINDINGS         PIC 9(08).
           05 FILLER                  PIC X(53) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           PERFORM 0050-LOAD-FINANCE-CODES
           PERFORM 0060-LOAD-PRODUCTS
           PERFORM 0070-LOAD-RULES

           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'CROSS-MASTER INTEGRITY SWEEP  BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           IF WS-TABLE-OVERFLOWED
               MOVE 'TABLE OVERFLOW -- SWEEP ABANDONED, SEE JOB LOG'
                   TO RPTOUT-REC
               WRITE RPTOUT-REC
               CLOSE RPTOUT
               DISPLAY 'UCDZINT: REFERENCE TABLE OVERFLOWED -- '
                   'NO CHECKS MADE, RESULTS WOULD BE FALSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-CATEGORY-COUNTS

           SORT SORTWK
               ON ASCENDING KEY SF-CATEGORY
               ON ASCENDING KEY SF-SEQUENCE
               INPUT PROCEDURE IS 1000-FIND-EXCEPTIONS
               OUTPUT PROCEDURE IS 3000-PRINT-FINDINGS

           MOVE WS-CUST-COUNT     TO WS-TRL-CUSTOMERS
           MOVE WS-HOLD-COUNT     TO WS-TRL-HOLDINGS
           MOVE WS-PRODUCT-USED   TO WS-TRL-PRODUCTS
           MOVE WS-RULE-USED      TO WS-TRL-RULES
           MOVE WS-TOTAL-FINDINGS TO WS-TRL-FINDINGS
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE RPTOUT

           DISPLAY 'UCDZINT: ' WS-TOTAL-FINDINGS ' FINDING(S) OVER '
               WS-CUST-COUNT ' CUSTOMER(S) AND ' WS-HOLD-COUNT
               ' HOLDING(S)'

           IF WS-TOTAL-FINDINGS > ZERO
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
           MOVE 'UCDZINT' TO BDT-PROGRAM
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
           CLOSE FINCODE.

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
                   ELSE
                       DISPLAY 'UCDZINT: FINANCE CODE TABLE FULL -- '
                           'ENTRY FOR CODE ' FCD-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0060-LOAD-PRODUCTS.
           OPEN INPUT PRODIN
           PERFORM 0065-LOAD-PRODUCT-ENTRY UNTIL WS-PRD-EOF
           CLOSE PRODIN.

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
                       MOVE PRD-RISK-TYPE
                           TO WS-PRD-RISK(WS-PRODUCT-USED)
                       MOVE PRD-STATUS
                           TO WS-PRD-STAT(WS-PRODUCT-USED)
                   ELSE
                       DISPLAY 'UCDZINT: PRODUCT TABLE FULL -- '
                           'ENTRY FOR PRODUCT ' PRD-PRODUCT-ID
                           ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0070-LOAD-RULES.
           OPEN INPUT SUITIN
           PERFORM 0075-LOAD-RULE-ENTRY UNTIL WS-SRL-EOF
           CLOSE SUITIN.

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
                       DISPLAY 'UCDZINT: RULE TABLE FULL -- ENTRY '
                           'FOR CODE ' SRL-FINANCE-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *    The reference tables are checked against each other
      *    first, then customers and holdings are walked together in
      *    customer id order.
       1000-FIND-EXCEPTIONS.
           PERFORM 1100-CHECK-RULE
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-USED
           PERFORM 1200-CHECK-PRODUCT
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRODUCT-USED

           OPEN INPUT CUSTIN
           OPEN INPUT HMSIN
           PERFORM 1500-READ-HOLDING
           PERFORM 1600-CHECK-CUSTOMER UNTIL WS-EOF
           PERFORM 1800-ORPHAN-HOLDING UNTIL WS-HMS-EOF
           CLOSE CUSTIN
           CLOSE HMSIN.

      *--------------------------------------------------------------*
      *    Categories 4 and 5 for one rule.
       1100-CHECK-RULE.
           MOVE WS-RUL-CODE(WS-RUL-IDX) TO WS-CHK-CODE
           PERFORM 1900-JUDGE-CODE
           IF NOT WS-CODE-LIVE
               MOVE SPACES TO WS-FINDING-TEXT
               IF WS-CODE-KNOWN
                   STRING 'RULE ' DELIMITED BY SIZE
                          WS-RUL-CODE(WS-RUL-IDX) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-RUL-RISK(WS-RUL-IDX) DELIMITED BY SIZE
                          '  FINANCE CODE EXPIRED ON UCDZFCD'
                          DELIMITED BY SIZE
                          INTO WS-FINDING-TEXT
                   END-STRING
               ELSE
                   STRING 'RULE ' DELIMITED BY SIZE
                          WS-RUL-CODE(WS-RUL-IDX) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-RUL-RISK(WS-RUL-IDX) DELIMITED BY SIZE
                          '  FINANCE CODE NOT ON UCDZFCD'
                          DELIMITED BY SIZE
                          INTO WS-FINDING-TEXT
                   END-STRING
               END-IF
               MOVE 4 TO WS-FINDING-CATEGORY
               PERFORM 2000-RELEASE-FINDING
           END-IF

           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRODUCT-USED
                   OR WS-MATCH-FOUND
               IF WS-PRD-RISK(WS-PRD-IDX) = WS-RUL-RISK(WS-RUL-IDX)
                  AND WS-PRD-STAT(WS-PRD-IDX) = 'A'
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MATCH-FOUND
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'RULE ' DELIMITED BY SIZE
                      WS-RUL-CODE(WS-RUL-IDX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RUL-RISK(WS-RUL-IDX) DELIMITED BY SIZE
                      '  NO ACTIVE PRODUCT HAS THIS RISK TYPE'
                      DELIMITED BY SIZE
                      INTO WS-FINDING-TEXT
               END-STRING
               MOVE 5 TO WS-FINDING-CATEGORY
               PERFORM 2000-RELEASE-FINDING
           END-IF.

      *--------------------------------------------------------------*
      *    Category 6 for one product.  Withdrawn products are not
      *    sold, so only active ones need a rule.
       1200-CHECK-PRODUCT.
           IF WS-PRD-STAT(WS-PRD-IDX) = 'A'
               MOVE 'N' TO WS-MATCH-SW
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-USED
                       OR WS-MATCH-FOUND
                   IF WS-RUL-RISK(WS-RUL-IDX) = WS-PRD-RISK(WS-PRD-IDX)
                       SET WS-MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-MATCH-FOUND
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'PRODUCT ' DELIMITED BY SIZE
                          WS-PRD-ID(WS-PRD-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PRD-NAME(WS-PRD-IDX) DELIMITED BY SIZE
                          '  RISK TYPE ' DELIMITED BY SIZE
                          WS-PRD-RISK(WS-PRD-IDX) DELIMITED BY SIZE
                          '  NO RULE PERMITS IT' DELIMITED BY SIZE
                          INTO WS-FINDING-TEXT
                   END-STRING
                   MOVE 6 TO WS-FINDING-CATEGORY
                   PERFORM 2000-RELEASE-FINDING
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1500-READ-HOLDING.
           READ HMSIN
               AT END
                   SET WS-HMS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLD-COUNT
           END-READ.

      *--------------------------------------------------------------*
      *    Category 1 for the customer, then categories 3 and 2 for
      *    the holdings up to and including the customer's own.
       1600-CHECK-CUSTOMER.
           READ CUSTIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUS-FINANCE-CODE TO WS-CHK-CODE
                   PERFORM 1900-JUDGE-CODE
                   IF NOT WS-CODE-CURRENT
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'CUSTOMER ' DELIMITED BY SIZE
                              CUS-CUSTOMER-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CUS-CUST-NAME DELIMITED BY SIZE
                              '  FINANCE CODE ' DELIMITED BY SIZE
                              CUS-FINANCE-CODE DELIMITED BY SIZE
                              INTO WS-FINDING-TEXT
                       END-STRING
                       IF WS-CODE-KNOWN
                           MOVE 'NOT IN EFFECT TODAY'
                               TO WS-FINDING-TEXT(68:19)
                       ELSE
                           MOVE 'NOT ON UCDZFCD'
                               TO WS-FINDING-TEXT(68:14)
                       END-IF
                       MOVE 1 TO WS-FINDING-CATEGORY
                       PERFORM 2000-RELEASE-FINDING
                   END-IF
                   PERFORM 1800-ORPHAN-HOLDING
                       UNTIL WS-HMS-EOF
                       OR HMS-CUSTOMER-ID NOT < CUS-CUSTOMER-ID
                   PERFORM 1700-CHECK-HOLDING
                       UNTIL WS-HMS-EOF
                       OR HMS-CUSTOMER-ID NOT = CUS-CUSTOMER-ID
           END-READ.

      *--------------------------------------------------------------*
       1700-CHECK-HOLDING.
           IF HMS-FINANCE-CODE NOT = CUS-FINANCE-CODE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'HOLDING ' DELIMITED BY SIZE
                      HMS-CUSTOMER-ID DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      HMS-PRODUCT-ID DELIMITED BY SIZE
                      '  HOLDING FINANCE CODE ' DELIMITED BY SIZE
                      HMS-FINANCE-CODE DELIMITED BY SIZE
                      '  CUSTOMER NOW ' DELIMITED BY SIZE
                      CUS-FINANCE-CODE DELIMITED BY SIZE
                      INTO WS-FINDING-TEXT
               END-STRING
               MOVE 2 TO WS-FINDING-CATEGORY
               PERFORM 2000-RELEASE-FINDING
           END-IF
           PERFORM 1500-READ-HOLDING.

      *--------------------------------------------------------------*
       1800-ORPHAN-HOLDING.
           MOVE HMS-UNITS TO WS-UNITS-EDIT
           MOVE SPACES TO WS-FINDING-TEXT
           STRING 'HOLDING ' DELIMITED BY SIZE
                  HMS-CUSTOMER-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HMS-PRODUCT-ID DELIMITED BY SIZE
                  '  FINANCE CODE ' DELIMITED BY SIZE
                  HMS-FINANCE-CODE DELIMITED BY SIZE
                  '  UNITS ' DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
                  '  NO SUCH CUSTOMER' DELIMITED BY SIZE
                  INTO WS-FINDING-TEXT
           END-STRING
           MOVE 3 TO WS-FINDING-CATEGORY
           PERFORM 2000-RELEASE-FINDING
           PERFORM 1500-READ-HOLDING.

      *--------------------------------------------------------------*
      *    WS-CHK-CODE against the finance-code table:
      *      known   -- any entry for the code at all
      *      current -- an entry in effect today (the UCDZSWP rule)
      *      live    -- an entry in effect today or starting later,
      *                 i.e. the code has not run out
       1900-JUDGE-CODE.
           MOVE 'N' TO WS-CODE-KNOWN-SW
           MOVE 'N' TO WS-CODE-CURRENT-SW
           MOVE 'N' TO WS-CODE-LIVE-SW
           PERFORM VARYING WS-FIN-IDX FROM 1 BY 1
                   UNTIL WS-FIN-IDX > WS-FINCODE-USED
               IF WS-FIN-CODE(WS-FIN-IDX) = WS-CHK-CODE
                   SET WS-CODE-KNOWN TO TRUE
                   IF WS-FIN-TO(WS-FIN-IDX) = SPACES
                      OR WS-FIN-TO(WS-FIN-IDX) >= WS-TODAY
                       SET WS-CODE-LIVE TO TRUE
                       IF WS-FIN-FROM(WS-FIN-IDX) <= WS-TODAY
                           SET WS-CODE-CURRENT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
       2000-RELEASE-FINDING.
           ADD 1 TO WS-SEQUENCE
           ADD 1 TO WS-CAT-COUNT(WS-FINDING-CATEGORY)
           ADD 1 TO WS-TOTAL-FINDINGS
           MOVE WS-FINDING-CATEGORY TO SF-CATEGORY
           MOVE WS-SEQUENCE         TO SF-SEQUENCE
           MOVE WS-FINDING-TEXT     TO SF-TEXT
           RELEASE SORT-FINDING-REC.

      *--------------------------------------------------------------*
      *    The counts are complete once the input procedure has run,
      *    so the summary leads; then each category's heading and
      *    findings, with an empty category said to be clean.
       3000-PRINT-FINDINGS.
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE 'SUMMARY BY CATEGORY' TO RPTOUT-REC
           WRITE RPTOUT-REC
           PERFORM 3100-PRINT-SUMMARY-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 6

           PERFORM 3200-RETURN-FINDING UNTIL WS-SORT-EOF

           PERFORM 3300-PRINT-CATEGORY-HEADING
               UNTIL WS-PRINTED-CATEGORY NOT < 6.

      *--------------------------------------------------------------*
       3100-PRINT-SUMMARY-LINE.
           MOVE WS-CAT-IDX            TO WS-SML-CATEGORY
           MOVE WS-CAT-TITLE(WS-CAT-IDX) TO WS-SML-TITLE
           MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       3200-RETURN-FINDING.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3300-PRINT-CATEGORY-HEADING
                       UNTIL WS-PRINTED-CATEGORY NOT < SF-CATEGORY
                   MOVE SPACES TO RPTOUT-REC
                   STRING '    ' DELIMITED BY SIZE
                          SF-TEXT DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
                   WRITE RPTOUT-REC
           END-RETURN.

      *--------------------------------------------------------------*
      *    The next category's heading; one with no findings gets
      *    its heading and a NONE line.
       3300-PRINT-CATEGORY-HEADING.
           ADD 1 TO WS-PRINTED-CATEGORY
           MOVE WS-PRINTED-CATEGORY TO WS-CATEGORY-EDIT
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE SPACES TO RPTOUT-REC
           STRING 'CATEGORY ' DELIMITED BY SIZE
                  WS-CATEGORY-EDIT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CAT-TITLE(WS-PRINTED-CATEGORY) DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC
           IF WS-CAT-COUNT(WS-PRINTED-CATEGORY) = ZERO
               MOVE '    NONE' TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF.

      *--------------------------------------------------------------*
