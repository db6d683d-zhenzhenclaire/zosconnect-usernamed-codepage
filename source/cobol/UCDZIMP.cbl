       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZIMP.
      *----------------------------------------------------------------*
      *    What-if impact report for reference-data changes that are
      *    still proposals.  UCDZSWP finds the breaches a change
      *    causes the morning after it is applied; this report finds
      *    them before the checker approves, against flat copies of
      *    the same files the previous job step REPROs off VSAM.
      *
      *    The changes analysed are
      *      - every item pending approval on the UCDZFCP maker/checker
      *        file (FCPIN, FINPEND.cpy).  Only an 'EXP' can take a
      *        code out of effect -- 'ADD' only adds a dated entry and
      *        'UPD' only replaces a description -- so those are
      *        listed with no impact.  An expiry is judged as at the
      *        first day it bites: the day after the staged expiry
      *        date, or the report date if that is later.
      *      - one proposal per control card on CTLIN:
      *          cols  1-3   'DRL' delete a suitability rule
      *                      cols  5-6   finance code
      *                      cols  8-17  risk type
      *          cols  1-3   'RSK' change a product's risk type
      *                      cols  5-10  product id
      *                      cols 12-21  proposed risk type
      *        Blank cards are skipped; CTLIN DD DUMMY analyses the
      *        pending file alone.
      *
      *    Each change is applied on its own to the reference tables
      *    (FINCODE, PRODIN, SUITIN) and judged against the customer
      *    master (CUSTIN, CUSTREC.cpy) and the holdings master
      *    (HMSIN, HOLDMST.cpy).  Listed are the customers whose
      *    finance code would stop being effective and the holdings
      *    that pass all three UCDZSWP checks today and would fail
      *    one after the change -- a holding already in breach is
      *    UCDZSWP's business, not this change's.  Each change closes
      *    with its customer and holding counts, and a summary of all
      *    changes closes the report.
      *
      *    The report date -- the "today" every effective date is
      *    judged at -- is the business date off the BDCTL control
      *    file (UCDZBDT), not the system clock, and heads the report.
      *
      *    RETURN-CODE 4 when any change would invalidate a customer
      *    or a holding, 0 when none would.  RETURN-CODE 8 when the
      *    report cannot be trusted: a reference table overflowed (as
      *    in UCDZSWP, a truncated table gives false answers) or a
      *    control card was not recognised.  RETURN-CODE 12, with
      *    nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCPIN ASSIGN TO FCPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLIN ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  FCPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FCPIN-REC.
           COPY FINPEND.

       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTLIN-REC.
           05 CTL-CHANGE-TYPE         PIC X(03).
           05 FILLER                  PIC X(77).
       01  CTL-RULE-DELETE-CARD.
           05 FILLER                  PIC X(04).
           05 CTL-RD-FINANCE-CODE     PIC X(02).
           05 FILLER                  PIC X(01).
           05 CTL-RD-RISK-TYPE        PIC X(10).
           05 FILLER                  PIC X(63).
       01  CTL-RISK-CHANGE-CARD.
           05 FILLER                  PIC X(04).
           05 CTL-RC-PRODUCT-ID       PIC X(06).
           05 FILLER                  PIC X(01).
           05 CTL-RC-NEW-RISK         PIC X(10).
           05 FILLER                  PIC X(59).

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

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-FCP-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-FCP-EOF                         VALUE 'Y'.
       01  WS-CTL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-CTL-EOF                         VALUE 'Y'.
       01  WS-FIN-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-FIN-EOF                         VALUE 'Y'.
       01  WS-PRD-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-PRD-EOF                         VALUE 'Y'.
       01  WS-SRL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-SRL-EOF                         VALUE 'Y'.
       01  WS-FINCODE-OK-SW           PIC X(01).
           88 WS-FINCODE-OK                      VALUE 'Y'.
       01  WS-PRODUCT-OK-SW           PIC X(01).
           88 WS-PRODUCT-OK                      VALUE 'Y'.
       01  WS-RULE-OK-SW              PIC X(01).
           88 WS-RULE-OK                         VALUE 'Y'.
       01  WS-SUITABLE-SW             PIC X(01).
           88 WS-SUITABLE                        VALUE 'Y'.
       01  WS-APPLY-SW                PIC X(01) VALUE 'N'.
           88 WS-APPLY-CHANGE                    VALUE 'Y'.
       01  WS-BEFORE-OK-SW            PIC X(01).
           88 WS-BEFORE-OK                       VALUE 'Y'.
       01  WS-BAD-CARD-SW             PIC X(01) VALUE 'N'.
           88 WS-BAD-CARD-SEEN                   VALUE 'Y'.
       01  WS-CARD-STORED-SW          PIC X(01) VALUE 'N'.
           88 WS-CARD-STORED                     VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-JUDGE-DATE              PIC X(08).
       01  WS-DATE-INT                PIC S9(9) COMP.
       01  WS-DATE-NUM                PIC 9(08).

      *    The finance code, expiry and judgement date the shared
      *    checks below work on -- the holding's or customer's own
      *    values, with the change under analysis overlaid when
      *    WS-APPLY-CHANGE is set.
       01  WS-CHK-CODE                PIC X(02).
       01  WS-CHK-DATE                PIC X(08).
       01  WS-CHK-TO                  PIC X(08).
       01  WS-HOLDING-RISK            PIC X(10).
       01  WS-LAST-CUSTOMER           PIC X(08).

       01  WS-CUST-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-HOLD-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-CUST-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-HOLD-COUNT        PIC 9(08) VALUE ZERO.
       01  WS-CARD-COUNT              PIC 9(08) VALUE ZERO.

      *    The finance-code reference entries (flat copy of UCDZFCD),
      *    loaded once at start-up -- same table and the same
      *    effective-date rule as UCDZSWP.
       01  WS-FINCODE-TABLE.
           05 WS-FINCODE-MAX          PIC S9(4) COMP VALUE 50.
           05 WS-FINCODE-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-FINCODE-ENTRY OCCURS 50 TIMES.
               10 WS-FIN-CODE         PIC X(02).
               10 WS-FIN-FROM         PIC X(08).
               10 WS-FIN-TO           PIC X(08).
       01  WS-FIN-IDX                 PIC S9(4) COMP.

      *    The product shelf (flat copy of PRODMS), sized as in
      *    UCDZSWP.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-MAX          PIC S9(4) COMP VALUE 5000.
           05 WS-PRODUCT-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-PRODUCT-ENTRY OCCURS 5000 TIMES.
               10 WS-PRD-ID           PIC X(06).
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

      *    The changes to analyse: pending items first, in the
      *    pending file's key order, then the control cards in the
      *    order given.  The counts are kept per change for the
      *    closing summary.
       01  WS-CHANGE-TABLE.
           05 WS-CHANGE-MAX           PIC S9(4) COMP VALUE 200.
           05 WS-CHANGE-USED          PIC S9(4) COMP VALUE ZERO.
           05 WS-CHANGE-ENTRY OCCURS 200 TIMES.
               10 WS-CHG-TYPE         PIC X(03).
               10 WS-CHG-SOURCE       PIC X(07).
               10 WS-CHG-CODE         PIC X(02).
               10 WS-CHG-EFF-FROM     PIC X(08).
               10 WS-CHG-EFF-TO       PIC X(08).
               10 WS-CHG-MAKER        PIC X(08).
               10 WS-CHG-PRODUCT      PIC X(06).
               10 WS-CHG-RISK         PIC X(10).
               10 WS-CHG-CUSTOMERS    PIC 9(08).
               10 WS-CHG-HOLDINGS     PIC 9(08).
       01  WS-CHG-IDX                 PIC S9(4) COMP.

      *    Set when any table could not hold its file -- see the
      *    header note.
       01  WS-OVFL-SW                 PIC X(01) VALUE 'N'.
           88 WS-TABLE-OVERFLOWED                VALUE 'Y'.

       01  WS-CHANGE-LINE.
           05 FILLER                  PIC X(07) VALUE 'CHANGE '.
           05 WS-CHL-NUMBER           PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE ': '.
           05 WS-CHL-SOURCE           PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-CHL-TEXT             PIC X(111).

       01  WS-CUSTOMER-LINE.
           05 FILLER                  PIC X(13) VALUE '    CUSTOMER '.
           05 WS-CSL-CUST-ID          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-CSL-CUST-NAME        PIC X(30).
           05 FILLER                  PIC X(04) VALUE ' FC '.
           05 WS-CSL-FIN-CODE         PIC X(02).
           05 FILLER                  PIC X(08) VALUE ' STATUS '.
           05 WS-CSL-STATUS           PIC X(01).
           05 FILLER                  PIC X(35)
               VALUE '  FINANCE CODE WOULD NOT BE VALID'.
           05 FILLER                  PIC X(30) VALUE SPACES.

       01  WS-HOLDING-LINE.
           05 FILLER                  PIC X(13) VALUE '    HOLDING  '.
           05 WS-HDL-CUST-ID          PIC X(08).
           05 FILLER                  PIC X(04) VALUE ' FC '.
           05 WS-HDL-FIN-CODE         PIC X(02).
           05 FILLER                  PIC X(08) VALUE ' PRODID '.
           05 WS-HDL-PRODUCT-ID       PIC X(06).
           05 FILLER                  PIC X(06) VALUE ' RISK '.
           05 WS-HDL-RISK             PIC X(10).
           05 FILLER                  PIC X(07) VALUE ' UNITS '.
           05 WS-HDL-UNITS            PIC Z(8)9.
           05 FILLER                  PIC X(08) VALUE ' REASON '.
           05 WS-HDL-REASON           PIC X(01).
           05 FILLER                  PIC X(50) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                  PIC X(14) VALUE '    CUSTOMERS='.
           05 WS-CNL-CUSTOMERS        PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' HOLDINGS='.
           05 WS-CNL-HOLDINGS         PIC 9(08).
           05 FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 WS-SML-NUMBER           PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-SOURCE           PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-TYPE             PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-KEY              PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-CUSTOMERS        PIC Z(7)9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SML-HOLDINGS         PIC Z(7)9.
           05 FILLER                  PIC X(67) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(08) VALUE 'CHANGES='.
           05 WS-TRL-CHANGES          PIC 9(08).
           05 FILLER                  PIC X(11) VALUE ' CUSTOMERS='.
           05 WS-TRL-CUSTOMERS        PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' HOLDINGS='.
           05 WS-TRL-HOLDINGS         PIC 9(08).
           05 FILLER                  PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           PERFORM 0050-LOAD-FINANCE-CODES
           PERFORM 0060-LOAD-PRODUCTS
           PERFORM 0070-LOAD-RULES
           PERFORM 0080-LOAD-PENDING-CHANGES
           PERFORM 0090-LOAD-CONTROL-CARDS

           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'REFERENCE CHANGE IMPACT ANALYSIS  BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

      *    Same refusal as UCDZSWP: answers computed from a truncated
      *    table would understate the impact -- the one thing this
      *    report must not do.
           IF WS-TABLE-OVERFLOWED
               MOVE 'TABLE OVERFLOW -- ANALYSIS ABANDONED, SEE JOB LOG'
                   TO RPTOUT-REC
               WRITE RPTOUT-REC
               CLOSE RPTOUT
               DISPLAY 'UCDZIMP: REFERENCE TABLE OVERFLOWED -- '
                   'ANALYSIS ABANDONED, RESULTS WOULD BE FALSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-USED
               PERFORM 1000-ANALYSE-CHANGE
           END-PERFORM

           PERFORM 3000-PRINT-SUMMARY

           CLOSE RPTOUT

           DISPLAY 'UCDZIMP: ' WS-CHANGE-USED ' CHANGE(S) ANALYSED, '
               WS-TOTAL-CUST-COUNT ' CUSTOMER(S) AND '
               WS-TOTAL-HOLD-COUNT ' HOLDING(S) AFFECTED'

      *    8 outranks 4: a report built on an unrecognised card has
      *    left a proposal out, so its counts cannot be relied on.
           EVALUATE TRUE
               WHEN WS-BAD-CARD-SEEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-CUST-COUNT > ZERO
                 OR WS-TOTAL-HOLD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZIMP' TO BDT-PROGRAM
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
                       DISPLAY 'UCDZIMP: FINANCE CODE TABLE FULL -- '
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
                       MOVE PRD-RISK-TYPE
                           TO WS-PRD-RISK(WS-PRODUCT-USED)
                       MOVE PRD-STATUS
                           TO WS-PRD-STAT(WS-PRODUCT-USED)
                   ELSE
                       DISPLAY 'UCDZIMP: PRODUCT TABLE FULL -- '
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
                       DISPLAY 'UCDZIMP: RULE TABLE FULL -- ENTRY '
                           'FOR CODE ' SRL-FINANCE-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0080-LOAD-PENDING-CHANGES.
           OPEN INPUT FCPIN
           PERFORM 0085-LOAD-PENDING-ENTRY UNTIL WS-FCP-EOF
           CLOSE FCPIN.

      *--------------------------------------------------------------*
       0085-LOAD-PENDING-ENTRY.
           READ FCPIN
               AT END
                   SET WS-FCP-EOF TO TRUE
               NOT AT END
                   IF WS-CHANGE-USED < WS-CHANGE-MAX
                       ADD 1 TO WS-CHANGE-USED
                       MOVE SPACES TO WS-CHANGE-ENTRY(WS-CHANGE-USED)
                       MOVE FCP-FUNCTION
                           TO WS-CHG-TYPE(WS-CHANGE-USED)
                       MOVE 'PENDING' TO WS-CHG-SOURCE(WS-CHANGE-USED)
                       MOVE FCP-CODE TO WS-CHG-CODE(WS-CHANGE-USED)
                       MOVE FCP-EFF-FROM
                           TO WS-CHG-EFF-FROM(WS-CHANGE-USED)
                       MOVE FCP-EFF-TO
                           TO WS-CHG-EFF-TO(WS-CHANGE-USED)
                       MOVE FCP-MAKER-ID
                           TO WS-CHG-MAKER(WS-CHANGE-USED)
                       MOVE ZERO TO WS-CHG-CUSTOMERS(WS-CHANGE-USED)
                       MOVE ZERO TO WS-CHG-HOLDINGS(WS-CHANGE-USED)
                   ELSE
                       DISPLAY 'UCDZIMP: CHANGE TABLE FULL -- '
                           'PENDING ITEM FOR CODE ' FCP-CODE
                           ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *    Every card is a proposal; an empty CTLIN (DD DUMMY) adds
      *    none.
       0090-LOAD-CONTROL-CARDS.
           OPEN INPUT CTLIN
           PERFORM 0095-LOAD-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CTLIN.

      *--------------------------------------------------------------*
       0095-LOAD-CONTROL-CARD.
           READ CTLIN
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CTLIN-REC NOT = SPACES
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 0096-STORE-CONTROL-CARD
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0096-STORE-CONTROL-CARD.
           IF WS-CHANGE-USED NOT < WS-CHANGE-MAX
               DISPLAY 'UCDZIMP: CHANGE TABLE FULL -- CONTROL CARD '
                   WS-CARD-COUNT ' DROPPED'
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               MOVE 'N' TO WS-CARD-STORED-SW
               EVALUATE TRUE
                   WHEN CTL-CHANGE-TYPE = 'DRL'
                    AND CTL-RD-FINANCE-CODE NOT = SPACES
                    AND CTL-RD-RISK-TYPE NOT = SPACES
                       ADD 1 TO WS-CHANGE-USED
                       MOVE SPACES
                           TO WS-CHANGE-ENTRY(WS-CHANGE-USED)
                       MOVE CTL-RD-FINANCE-CODE
                           TO WS-CHG-CODE(WS-CHANGE-USED)
                       MOVE CTL-RD-RISK-TYPE
                           TO WS-CHG-RISK(WS-CHANGE-USED)
                       SET WS-CARD-STORED TO TRUE
                   WHEN CTL-CHANGE-TYPE = 'RSK'
                    AND CTL-RC-PRODUCT-ID NOT = SPACES
                    AND CTL-RC-NEW-RISK NOT = SPACES
                       ADD 1 TO WS-CHANGE-USED
                       MOVE SPACES
                           TO WS-CHANGE-ENTRY(WS-CHANGE-USED)
                       MOVE CTL-RC-PRODUCT-ID
                           TO WS-CHG-PRODUCT(WS-CHANGE-USED)
                       MOVE CTL-RC-NEW-RISK
                           TO WS-CHG-RISK(WS-CHANGE-USED)
                       SET WS-CARD-STORED TO TRUE
                   WHEN OTHER
                       DISPLAY 'UCDZIMP: CONTROL CARD ' WS-CARD-COUNT
                           ' NOT RECOGNISED: ' CTLIN-REC
                       SET WS-BAD-CARD-SEEN TO TRUE
               END-EVALUATE
               IF WS-CARD-STORED
                   MOVE CTL-CHANGE-TYPE
                       TO WS-CHG-TYPE(WS-CHANGE-USED)
                   MOVE 'CARD' TO WS-CHG-SOURCE(WS-CHANGE-USED)
                   MOVE ZERO TO WS-CHG-CUSTOMERS(WS-CHANGE-USED)
                   MOVE ZERO TO WS-CHG-HOLDINGS(WS-CHANGE-USED)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    One section per change: what it is, what it would
      *    invalidate, and its counts.
       1000-ANALYSE-CHANGE.
           MOVE ZERO TO WS-CUST-COUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-LAST-CUSTOMER
           MOVE WS-TODAY TO WS-JUDGE-DATE

           PERFORM 1100-PRINT-CHANGE-HEADER

           EVALUATE WS-CHG-TYPE(WS-CHG-IDX)
               WHEN 'EXP'
                   PERFORM 1200-SET-EXPIRY-JUDGE-DATE
                   PERFORM 2000-SCAN-CUSTOMERS
                   PERFORM 2500-SCAN-HOLDINGS
               WHEN 'DRL'
               WHEN 'RSK'
                   PERFORM 2500-SCAN-HOLDINGS
               WHEN OTHER
                   MOVE '    ADDS OR REDESCRIBES AN ENTRY -- CANNOT '
                       & 'INVALIDATE A CUSTOMER OR HOLDING'
                       TO RPTOUT-REC
                   WRITE RPTOUT-REC
           END-EVALUATE

           MOVE WS-CUST-COUNT TO WS-CHG-CUSTOMERS(WS-CHG-IDX)
           MOVE WS-HOLD-COUNT TO WS-CHG-HOLDINGS(WS-CHG-IDX)
           ADD WS-CUST-COUNT TO WS-TOTAL-CUST-COUNT
           ADD WS-HOLD-COUNT TO WS-TOTAL-HOLD-COUNT

           MOVE WS-CUST-COUNT TO WS-CNL-CUSTOMERS
           MOVE WS-HOLD-COUNT TO WS-CNL-HOLDINGS
           MOVE WS-COUNT-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       1100-PRINT-CHANGE-HEADER.
           MOVE WS-CHG-IDX TO WS-CHL-NUMBER
           MOVE WS-CHG-SOURCE(WS-CHG-IDX) TO WS-CHL-SOURCE
           MOVE SPACES TO WS-CHL-TEXT
           EVALUATE WS-CHG-TYPE(WS-CHG-IDX)
               WHEN 'DRL'
                   STRING 'DELETE RULE CODE ' DELIMITED BY SIZE
                          WS-CHG-CODE(WS-CHG-IDX) DELIMITED BY SIZE
                          ' RISK ' DELIMITED BY SIZE
                          WS-CHG-RISK(WS-CHG-IDX) DELIMITED BY SIZE
                          INTO WS-CHL-TEXT
                   END-STRING
               WHEN 'RSK'
                   STRING 'PRODUCT ' DELIMITED BY SIZE
                          WS-CHG-PRODUCT(WS-CHG-IDX) DELIMITED BY SIZE
                          ' RISK TYPE TO ' DELIMITED BY SIZE
                          WS-CHG-RISK(WS-CHG-IDX) DELIMITED BY SIZE
                          INTO WS-CHL-TEXT
                   END-STRING
               WHEN OTHER
                   STRING WS-CHG-TYPE(WS-CHG-IDX) DELIMITED BY SIZE
                          ' CODE ' DELIMITED BY SIZE
                          WS-CHG-CODE(WS-CHG-IDX) DELIMITED BY SIZE
                          ' ENTRY FROM ' DELIMITED BY SIZE
                          WS-CHG-EFF-FROM(WS-CHG-IDX) DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          WS-CHG-EFF-TO(WS-CHG-IDX) DELIMITED BY SIZE
                          ' MAKER ' DELIMITED BY SIZE
                          WS-CHG-MAKER(WS-CHG-IDX) DELIMITED BY SIZE
                          INTO WS-CHL-TEXT
                   END-STRING
           END-EVALUATE
           MOVE WS-CHANGE-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
      *    An expiry bites the day after its to-date.  One staged for
      *    the past (or today-minus) is judged as at the report date:
      *    it takes effect the moment it is approved.
       1200-SET-EXPIRY-JUDGE-DATE.
           IF WS-CHG-EFF-TO(WS-CHG-IDX) IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-CHG-EFF-TO(WS-CHG-IDX)))
                   + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               IF WS-DATE-NUM > FUNCTION NUMVAL(WS-TODAY)
                   MOVE WS-DATE-NUM TO WS-JUDGE-DATE
               END-IF
           END-IF

           MOVE SPACES TO RPTOUT-REC
           STRING '    JUDGED AS AT ' DELIMITED BY SIZE
                  WS-JUDGE-DATE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
      *    Customers whose code is effective on the judgement date as
      *    things stand, and would not be with the expiry applied.
       2000-SCAN-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CUSTIN
           PERFORM UNTIL WS-EOF
               READ CUSTIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CUS-FINANCE-CODE = WS-CHG-CODE(WS-CHG-IDX)
                           PERFORM 2100-JUDGE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTIN.

      *--------------------------------------------------------------*
       2100-JUDGE-CUSTOMER.
           MOVE CUS-FINANCE-CODE TO WS-CHK-CODE
           MOVE WS-JUDGE-DATE    TO WS-CHK-DATE
           MOVE 'N' TO WS-APPLY-SW
           PERFORM 4100-CHECK-FINANCE-CODE
           MOVE WS-FINCODE-OK-SW TO WS-BEFORE-OK-SW
           IF WS-BEFORE-OK
               SET WS-APPLY-CHANGE TO TRUE
               PERFORM 4100-CHECK-FINANCE-CODE
               IF NOT WS-FINCODE-OK
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUS-CUSTOMER-ID  TO WS-CSL-CUST-ID
                   MOVE CUS-CUST-NAME    TO WS-CSL-CUST-NAME
                   MOVE CUS-FINANCE-CODE TO WS-CSL-FIN-CODE
                   MOVE CUS-STATUS       TO WS-CSL-STATUS
                   MOVE WS-CUSTOMER-LINE TO RPTOUT-REC
                   WRITE RPTOUT-REC
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    Holdings that pass all three UCDZSWP checks on the
      *    judgement date as things stand and would fail one with the
      *    change applied (only an expiry moves that date off today,
      *    so a code lapsing on its own is not charged to it).  For
      *    rule and risk-type proposals the customer count is the
      *    number of distinct customers among those holdings -- the
      *    holdings master is in customer order, so a change of
      *    customer id is a new customer.
       2500-SCAN-HOLDINGS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HMSIN
           PERFORM UNTIL WS-EOF
               READ HMSIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-JUDGE-HOLDING
               END-READ
           END-PERFORM
           CLOSE HMSIN.

      *--------------------------------------------------------------*
       2600-JUDGE-HOLDING.
           MOVE 'N' TO WS-APPLY-SW
           MOVE WS-JUDGE-DATE TO WS-CHK-DATE
           PERFORM 4000-JUDGE-SUITABILITY
           MOVE WS-SUITABLE-SW TO WS-BEFORE-OK-SW

           IF WS-BEFORE-OK
               SET WS-APPLY-CHANGE TO TRUE
               PERFORM 4000-JUDGE-SUITABILITY
               IF NOT WS-SUITABLE
                   ADD 1 TO WS-HOLD-COUNT
                   IF WS-CHG-TYPE(WS-CHG-IDX) NOT = 'EXP'
                      AND HMS-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
                       ADD 1 TO WS-CUST-COUNT
                       MOVE HMS-CUSTOMER-ID TO WS-LAST-CUSTOMER
                   END-IF
                   PERFORM 2700-PRINT-HOLDING
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       2700-PRINT-HOLDING.
           MOVE HMS-CUSTOMER-ID  TO WS-HDL-CUST-ID
           MOVE HMS-FINANCE-CODE TO WS-HDL-FIN-CODE
           MOVE HMS-PRODUCT-ID   TO WS-HDL-PRODUCT-ID
           MOVE WS-HOLDING-RISK  TO WS-HDL-RISK
           MOVE HMS-UNITS        TO WS-HDL-UNITS
           EVALUATE TRUE
               WHEN NOT WS-FINCODE-OK
                   MOVE 'C' TO WS-HDL-REASON
               WHEN NOT WS-PRODUCT-OK
                   MOVE 'P' TO WS-HDL-REASON
               WHEN OTHER
                   MOVE 'R' TO WS-HDL-REASON
           END-EVALUATE
           MOVE WS-HOLDING-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       3000-PRINT-SUMMARY.
           MOVE 'SUMMARY  SOURCE  TYP KEY                            '
               & '  CUSTOMER HOLDINGS' TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-USED
               MOVE WS-CHG-IDX TO WS-SML-NUMBER
               MOVE WS-CHG-SOURCE(WS-CHG-IDX) TO WS-SML-SOURCE
               MOVE WS-CHG-TYPE(WS-CHG-IDX) TO WS-SML-TYPE
               MOVE SPACES TO WS-SML-KEY
               EVALUATE WS-CHG-TYPE(WS-CHG-IDX)
                   WHEN 'DRL'
                       STRING WS-CHG-CODE(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-CHG-RISK(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              INTO WS-SML-KEY
                       END-STRING
                   WHEN 'RSK'
                       STRING WS-CHG-PRODUCT(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              ' TO ' DELIMITED BY SIZE
                              WS-CHG-RISK(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              INTO WS-SML-KEY
                       END-STRING
                   WHEN OTHER
                       STRING WS-CHG-CODE(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-CHG-EFF-FROM(WS-CHG-IDX)
                              DELIMITED BY SIZE
                              INTO WS-SML-KEY
                       END-STRING
               END-EVALUATE
               MOVE WS-CHG-CUSTOMERS(WS-CHG-IDX) TO WS-SML-CUSTOMERS
               MOVE WS-CHG-HOLDINGS(WS-CHG-IDX)  TO WS-SML-HOLDINGS
               MOVE WS-SUMMARY-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-PERFORM

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-CHANGE-USED      TO WS-TRL-CHANGES
           MOVE WS-TOTAL-CUST-COUNT TO WS-TRL-CUSTOMERS
           MOVE WS-TOTAL-HOLD-COUNT TO WS-TRL-HOLDINGS
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           IF WS-BAD-CARD-SEEN
               MOVE 'CONTROL CARD(S) NOT RECOGNISED -- SEE JOB LOG, '
                   & 'PROPOSALS MISSING FROM THIS REPORT' TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF.

      *--------------------------------------------------------------*
      *    The three UCDZSWP checks in UCDZSWP's order, on the
      *    current holding, with the change under analysis overlaid
      *    when WS-APPLY-CHANGE is set.
       4000-JUDGE-SUITABILITY.
           MOVE 'N' TO WS-SUITABLE-SW
           MOVE 'N' TO WS-PRODUCT-OK-SW
           MOVE 'N' TO WS-RULE-OK-SW
           MOVE SPACES TO WS-HOLDING-RISK
           MOVE HMS-FINANCE-CODE TO WS-CHK-CODE

           PERFORM 4100-CHECK-FINANCE-CODE
           IF WS-FINCODE-OK
               PERFORM 4200-CHECK-PRODUCT
           END-IF
           IF WS-FINCODE-OK AND WS-PRODUCT-OK
               PERFORM 4300-CHECK-RULE
           END-IF
           IF WS-FINCODE-OK AND WS-PRODUCT-OK AND WS-RULE-OK
               SET WS-SUITABLE TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    UCDZFIN's rule, on WS-CHK-DATE.  With an expiry applied,
      *    the entry it targets carries the staged to-date instead of
      *    its own.
       4100-CHECK-FINANCE-CODE.
           MOVE 'N' TO WS-FINCODE-OK-SW
           PERFORM VARYING WS-FIN-IDX FROM 1 BY 1
                   UNTIL WS-FIN-IDX > WS-FINCODE-USED
                   OR WS-FINCODE-OK
               MOVE WS-FIN-TO(WS-FIN-IDX) TO WS-CHK-TO
               IF WS-APPLY-CHANGE
                  AND WS-CHG-TYPE(WS-CHG-IDX) = 'EXP'
                  AND WS-FIN-CODE(WS-FIN-IDX) = WS-CHG-CODE(WS-CHG-IDX)
                  AND WS-FIN-FROM(WS-FIN-IDX)
                      = WS-CHG-EFF-FROM(WS-CHG-IDX)
                   MOVE WS-CHG-EFF-TO(WS-CHG-IDX) TO WS-CHK-TO
               END-IF
               IF WS-FIN-CODE(WS-FIN-IDX) = WS-CHK-CODE
                  AND WS-FIN-FROM(WS-FIN-IDX) <= WS-CHK-DATE
                  AND (WS-CHK-TO = SPACES
                       OR WS-CHK-TO >= WS-CHK-DATE)
                   SET WS-FINCODE-OK TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    Product present and active; with a risk-type proposal
      *    applied, the product it names carries the proposed risk.
       4200-CHECK-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-OK-SW
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRODUCT-USED
                   OR WS-PRODUCT-OK
               IF WS-PRD-ID(WS-PRD-IDX) = HMS-PRODUCT-ID
                   MOVE WS-PRD-RISK(WS-PRD-IDX) TO WS-HOLDING-RISK
                   IF WS-APPLY-CHANGE
                      AND WS-CHG-TYPE(WS-CHG-IDX) = 'RSK'
                      AND WS-CHG-PRODUCT(WS-CHG-IDX) = HMS-PRODUCT-ID
                       MOVE WS-CHG-RISK(WS-CHG-IDX) TO WS-HOLDING-RISK
                   END-IF
                   IF WS-PRD-STAT(WS-PRD-IDX) = 'A'
                       SET WS-PRODUCT-OK TO TRUE
                   ELSE
                       MOVE WS-PRODUCT-USED TO WS-PRD-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    Pairing present; with a rule deletion applied, the pairing
      *    it names is treated as gone.
       4300-CHECK-RULE.
           MOVE 'N' TO WS-RULE-OK-SW
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RULE-USED
                   OR WS-RULE-OK
               IF WS-RUL-CODE(WS-RUL-IDX) = WS-CHK-CODE
                  AND WS-RUL-RISK(WS-RUL-IDX) = WS-HOLDING-RISK
                   SET WS-RULE-OK TO TRUE
                   IF WS-APPLY-CHANGE
                      AND WS-CHG-TYPE(WS-CHG-IDX) = 'DRL'
                      AND WS-CHG-CODE(WS-CHG-IDX) = WS-CHK-CODE
                      AND WS-CHG-RISK(WS-CHG-IDX) = WS-HOLDING-RISK
                       MOVE 'N' TO WS-RULE-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
