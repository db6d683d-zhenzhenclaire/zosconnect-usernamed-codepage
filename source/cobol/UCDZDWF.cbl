       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZDWF.
      *----------------------------------------------------------------*
      *    Daily outbound feed to the reporting warehouse and the CRM
      *    team.  Writes one delimited file per run on FEEDOUT; the
      *    control card on CTLIN (cols 1-4) names which:
      *      CUST  CUSTOMER  every customer on CUSTMS (CUSTIN,
      *                      CUSTREC.cpy flat copy)
      *      HOLD  HOLDING   every holding on HOLDMS (HMSIN,
      *                      HOLDMST.cpy flat copy) with its
      *                      suitability as UCDZSWP judges it: the
      *                      same three checks in the same order
      *                      against flat copies of UCDZFCD (FINCODE),
      *                      PRODMS (PRODIN) and UCDZSRL (SUITIN),
      *                      with the same C/P/R reason codes
      *      PROD  PRODUCT   every product on PRODMS (PRODIN)
      *      SDEC  SUITDEC   the business day's decisions on the
      *                      UCDZSDL suitability decision log (SDLIN,
      *                      SUITLOG.cpy -- the copy UCDZSDR keeps),
      *                      dated from the day after the prior
      *                      business date to the business date, so a
      *                      weekend's or holiday's decisions go out
      *                      with the next business day's
      *
      *    Every file is comma-delimited: a header record, one data
      *    record per item and a trailer record --
      *      H,feed,business date,created date,created time
      *      D,field,field,...
      *      T,feed,data record count,hash total
      *    Character fields are enclosed in double quotes with
      *    trailing blanks dropped and any quote inside doubled;
      *    units, counts and the hash total are unquoted digits.
      *    Records are fixed length, blank padded after the last
      *    field.  The hash total is the sum over the data records
      *    of one field read as a number, digits only:
      *      CUSTOMER  the customer id     HOLDING  the units
      *      PRODUCT   the product id      SUITDEC  the decision time
      *    Customer and product names go out twice -- as text, and
      *    as the UCDZHEX 'ENC' hex of the house-CCSID bytes with the
      *    UCDZHEX codepage flag -- so the warehouse can load the
      *    name from the hex whatever the transfer does to the text.
      *
      *    The business date comes off the BDCTL control file through
      *    UCDZBDT; it heads the file and is the date finance codes
      *    are judged effective at.  The created date and time in the
      *    header are the clock when the file was written, for the
      *    transmission log.
      *
      *    A run either writes its whole file or ends abnormally with
      *    the DD deleted, so the job restarts at the failed step.
      *    RETURN-CODE 8, with nothing written, when the card is
      *    missing or names no feed, or (HOLD) a reference table
      *    overflowed -- a truncated table would send false breaches;
      *    12, with nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLIN ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTIN ASSIGN TO CUSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HMSIN ASSIGN TO HMSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODIN ASSIGN TO PRODIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SDLIN ASSIGN TO SDLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FINCODE ASSIGN TO FINCODE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUITIN ASSIGN TO SUITIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEEDOUT ASSIGN TO FEEDOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTLIN-REC.
           05 CTL-FEED                PIC X(04).
           05 FILLER                  PIC X(76).

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

       FD  PRODIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRODIN-REC.
           COPY PRODREC.

       FD  SDLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SDLIN-REC.
           COPY SUITLOG.

       FD  FINCODE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FINCODE-REC.
           COPY FINCODE.

       FD  SUITIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SUITIN-REC.
           COPY SUITRUL.

       FD  FEEDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEEDOUT-REC                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
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

      *    The feed this run writes, from the control card.
       01  WS-FEED                    PIC X(04) VALUE SPACES.
           88 WS-FEED-CUSTOMERS                  VALUE 'CUST'.
           88 WS-FEED-HOLDINGS                   VALUE 'HOLD'.
           88 WS-FEED-PRODUCTS                   VALUE 'PROD'.
           88 WS-FEED-DECISIONS                  VALUE 'SDEC'.
       01  WS-FEED-NAME               PIC X(08) VALUE SPACES.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-RUN-DATE                PIC X(08).
       01  WS-RUN-TIME                PIC X(08).

       01  WS-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-RECORD-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-HASH-TOTAL              PIC 9(18) VALUE ZERO.
       01  WS-FLAGGED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-BREACH-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-BREACH-REASON           PIC X(01).
       01  WS-HOLDING-RISK            PIC X(10).

      *    UCDZHEX 'ENC' parameters (seven, as UCDZDUP calls it).
      *    WS-HEX-IN and WS-NAME-OUT are sized to UCDZHEX's LINKAGE
      *    SECTION though 'ENC' never touches them.
       01  WS-HEX-FUNCTION            PIC X(03) VALUE 'ENC'.
       01  WS-HEX-NAME                PIC X(30).
       01  WS-NAME-HEX                PIC X(60).
       01  WS-CODEPAGE-FLAG           PIC X(01).
       01  WS-HEX-IN                  PIC X(60) VALUE SPACES.
       01  WS-NAME-OUT                PIC X(30) VALUE SPACES.
       01  WS-FLAG-REASON             PIC X(01).

      *    The record being built, the next free column in it, and
      *    the field being added.
       01  WS-FEED-LINE               PIC X(300).
       01  WS-LINE-PTR                PIC S9(4) COMP.
       01  WS-FIELD                   PIC X(72).
       01  WS-FIELD-LEN               PIC S9(4) COMP.
       01  WS-FIELD-END-SW            PIC X(01).
           88 WS-FIELD-END-FOUND                 VALUE 'Y'.
       01  WS-CHAR-IDX                PIC S9(4) COMP.
       01  WS-COUNT-TEXT              PIC 9(09).
       01  WS-HASH-TEXT               PIC 9(18).

      *    The hash field of a data record, read digit by digit.
       01  WS-KEY-FIELD               PIC X(09).
       01  WS-KEY-DIGIT               PIC 9(01).
       01  WS-KEY-VALUE               PIC 9(09).

      *    The finance-code reference entries (flat copy of UCDZFCD)
      *    -- same table and effective-date rule as UCDZSWP.
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

       01  WS-OVFL-SW                 PIC X(01) VALUE 'N'.
           88 WS-TABLE-OVERFLOWED                VALUE 'Y'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           PERFORM 0010-READ-CONTROL-CARD
           IF WS-FEED-NAME = SPACES
               DISPLAY 'UCDZDWF: CONTROL CARD "' WS-FEED
                   '" NAMES NO FEED (CUST, HOLD, PROD OR SDEC)'
                   ' -- RUN ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FEED-HOLDINGS
               PERFORM 0050-LOAD-FINANCE-CODES
               PERFORM 0060-LOAD-PRODUCTS
               PERFORM 0070-LOAD-RULES
               IF WS-TABLE-OVERFLOWED
                   DISPLAY 'UCDZDWF: REFERENCE TABLE OVERFLOWED -- '
                       'NO HOLDING FEED WRITTEN, SUITABILITY WOULD '
                       'BE FALSE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT FEEDOUT
           PERFORM 0100-WRITE-HEADER

           EVALUATE TRUE
               WHEN WS-FEED-CUSTOMERS
                   PERFORM 1000-FEED-CUSTOMERS
               WHEN WS-FEED-HOLDINGS
                   PERFORM 2000-FEED-HOLDINGS
               WHEN WS-FEED-PRODUCTS
                   PERFORM 3000-FEED-PRODUCTS
               WHEN WS-FEED-DECISIONS
                   PERFORM 4000-FEED-DECISIONS
           END-EVALUATE

           PERFORM 0900-WRITE-TRAILER
           CLOSE FEEDOUT

           DISPLAY 'UCDZDWF: ' WS-FEED-NAME ' FEED FOR BUSINESS DATE '
               WS-TODAY ': ' WS-READ-COUNT ' READ, ' WS-RECORD-COUNT
               ' WRITTEN, HASH TOTAL ' WS-HASH-TOTAL
           IF WS-FEED-CUSTOMERS OR WS-FEED-PRODUCTS
               DISPLAY 'UCDZDWF: ' WS-FLAGGED-COUNT
                   ' NAME(S) FLAGGED BY UCDZHEX -- LOAD FROM THE HEX'
           END-IF
           IF WS-FEED-HOLDINGS
               DISPLAY 'UCDZDWF: ' WS-BREACH-COUNT
                   ' HOLDING(S) IN BREACH'
           END-IF

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZDWF' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
      *    First card only.  WS-FEED-NAME stays blank for a missing
      *    or unknown card, which ends the run.
       0010-READ-CONTROL-CARD.
           OPEN INPUT CTLIN
           READ CTLIN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-FEED TO WS-FEED
           END-READ
           CLOSE CTLIN

           EVALUATE TRUE
               WHEN WS-FEED-CUSTOMERS
                   MOVE 'CUSTOMER' TO WS-FEED-NAME
               WHEN WS-FEED-HOLDINGS
                   MOVE 'HOLDING'  TO WS-FEED-NAME
               WHEN WS-FEED-PRODUCTS
                   MOVE 'PRODUCT'  TO WS-FEED-NAME
               WHEN WS-FEED-DECISIONS
                   MOVE 'SUITDEC'  TO WS-FEED-NAME
               WHEN OTHER
                   MOVE SPACES     TO WS-FEED-NAME
           END-EVALUATE.

      *--------------------------------------------------------------*
       0050-LOAD-FINANCE-CODES.
           OPEN INPUT FINCODE
           PERFORM 0055-LOAD-FINANCE-ENTRY UNTIL WS-FIN-EOF
           CLOSE FINCODE
           IF WS-FINCODE-USED = ZERO
               DISPLAY 'UCDZDWF: NO FINANCE CODE REFERENCE ENTRIES '
                   'LOADED -- EVERY HOLDING WILL GO OUT IN BREACH'
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
                   ELSE
                       DISPLAY 'UCDZDWF: FINANCE CODE TABLE FULL -- '
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
               DISPLAY 'UCDZDWF: NO PRODUCT MASTER RECORDS LOADED -- '
                   'EVERY HOLDING WILL GO OUT IN BREACH'
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
                       MOVE PRD-RISK-TYPE
                           TO WS-PRD-RISK(WS-PRODUCT-USED)
                       MOVE PRD-STATUS
                           TO WS-PRD-STAT(WS-PRODUCT-USED)
                   ELSE
                       DISPLAY 'UCDZDWF: PRODUCT TABLE FULL -- '
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
               DISPLAY 'UCDZDWF: NO SUITABILITY RULES LOADED -- '
                   'EVERY HOLDING WILL GO OUT IN BREACH'
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
                       DISPLAY 'UCDZDWF: RULE TABLE FULL -- ENTRY '
                           'FOR CODE ' SRL-FINANCE-CODE ' DROPPED'
                       SET WS-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       0100-WRITE-HEADER.
           MOVE SPACES TO FEEDOUT-REC
           STRING 'H,' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO FEEDOUT-REC
           END-STRING
           WRITE FEEDOUT-REC.

      *--------------------------------------------------------------*
       0900-WRITE-TRAILER.
           MOVE WS-RECORD-COUNT TO WS-COUNT-TEXT
           MOVE WS-HASH-TOTAL   TO WS-HASH-TEXT
           MOVE SPACES TO FEEDOUT-REC
           STRING 'T,' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-COUNT-TEXT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HASH-TEXT DELIMITED BY SIZE
                  INTO FEEDOUT-REC
           END-STRING
           WRITE FEEDOUT-REC.

      *--------------------------------------------------------------*
      *    D,customer id,name,name hex,codepage flag,finance code,
      *    status
       1000-FEED-CUSTOMERS.
           OPEN INPUT CUSTIN
           PERFORM UNTIL WS-EOF
               READ CUSTIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-WRITE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTIN.

      *--------------------------------------------------------------*
       1100-WRITE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE CUS-CUST-NAME TO WS-HEX-NAME
           PERFORM 7000-CONVERT-NAME

           PERFORM 7100-START-DATA-LINE
           MOVE CUS-CUSTOMER-ID  TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE CUS-CUST-NAME    TO WS-FIELD
           MOVE 30 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE WS-NAME-HEX      TO WS-FIELD
           MOVE 60 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE WS-CODEPAGE-FLAG TO WS-FIELD
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE CUS-FINANCE-CODE TO WS-FIELD
           MOVE 2 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE CUS-STATUS       TO WS-FIELD
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD

           MOVE CUS-CUSTOMER-ID TO WS-KEY-FIELD
           PERFORM 7400-ADD-TO-HASH
           PERFORM 7500-WRITE-DATA-LINE.

      *--------------------------------------------------------------*
      *    D,customer id,product id,finance code,purchase date,units,
      *    suitable (Y/N),breach reason (C/P/R, blank when suitable)
       2000-FEED-HOLDINGS.
           OPEN INPUT HMSIN
           PERFORM UNTIL WS-EOF
               READ HMSIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-WRITE-HOLDING
               END-READ
           END-PERFORM
           CLOSE HMSIN.

      *--------------------------------------------------------------*
       2100-WRITE-HOLDING.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-JUDGE-SUITABILITY

           PERFORM 7100-START-DATA-LINE
           MOVE HMS-CUSTOMER-ID   TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE HMS-PRODUCT-ID    TO WS-FIELD
           MOVE 6 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE HMS-FINANCE-CODE  TO WS-FIELD
           MOVE 2 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE HMS-PURCHASE-DATE TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE HMS-UNITS         TO WS-FIELD
           MOVE 9 TO WS-FIELD-LEN
           PERFORM 7300-ADD-NUMBER-FIELD
           IF WS-BREACH-REASON = SPACE
               MOVE 'Y' TO WS-FIELD
           ELSE
               MOVE 'N' TO WS-FIELD
               ADD 1 TO WS-BREACH-COUNT
           END-IF
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE WS-BREACH-REASON  TO WS-FIELD
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD

           MOVE HMS-UNITS TO WS-KEY-FIELD
           PERFORM 7400-ADD-TO-HASH
           PERFORM 7500-WRITE-DATA-LINE.

      *--------------------------------------------------------------*
      *    UCDZSWP's three checks in its order, on the holding's own
      *    finance code, stopping at the first failure so the reason
      *    matches what tonight's sweep reports for the holding.
       2200-JUDGE-SUITABILITY.
           MOVE SPACE TO WS-BREACH-REASON
           MOVE SPACES TO WS-HOLDING-RISK
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

           IF WS-FINCODE-OK
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > WS-PRODUCT-USED
                       OR WS-PRODUCT-OK
                   IF WS-PRD-ID(WS-PRD-IDX) = HMS-PRODUCT-ID
                       MOVE WS-PRD-RISK(WS-PRD-IDX) TO WS-HOLDING-RISK
                       IF WS-PRD-STAT(WS-PRD-IDX) = 'A'
                           SET WS-PRODUCT-OK TO TRUE
                       ELSE
                           MOVE WS-PRODUCT-USED TO WS-PRD-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

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
      *    D,product id,name,name hex,codepage flag,earning rate,
      *    purchase entry,hold time,risk type,status
       3000-FEED-PRODUCTS.
           OPEN INPUT PRODIN
           PERFORM UNTIL WS-EOF
               READ PRODIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-WRITE-PRODUCT
               END-READ
           END-PERFORM
           CLOSE PRODIN.

      *--------------------------------------------------------------*
      *    The 20-byte product name goes through UCDZHEX in a 30-byte
      *    field; only the first 40 hex digits -- the name's own 20
      *    bytes -- go out.
       3100-WRITE-PRODUCT.
           ADD 1 TO WS-READ-COUNT
           MOVE PRD-PRODUCT-NAME TO WS-HEX-NAME
           PERFORM 7000-CONVERT-NAME

           PERFORM 7100-START-DATA-LINE
           MOVE PRD-PRODUCT-ID     TO WS-FIELD
           MOVE 6 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-PRODUCT-NAME   TO WS-FIELD
           MOVE 20 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE WS-NAME-HEX(1:40)  TO WS-FIELD
           MOVE 40 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE WS-CODEPAGE-FLAG   TO WS-FIELD
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-EARNING-RATE   TO WS-FIELD
           MOVE 6 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-PURCHASE-ENTRY TO WS-FIELD
           MOVE 18 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-HOLD-TIME      TO WS-FIELD
           MOVE 4 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-RISK-TYPE      TO WS-FIELD
           MOVE 10 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE PRD-STATUS         TO WS-FIELD
           MOVE 1 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD

           MOVE PRD-PRODUCT-ID TO WS-KEY-FIELD
           PERFORM 7400-ADD-TO-HASH
           PERFORM 7500-WRITE-DATA-LINE.

      *--------------------------------------------------------------*
      *    D,date,time,advisor,customer id,finance code,product id,
      *    risk type,outcome -- decisions dated from BDT-DAY-FROM to
      *    the business date only.
       4000-FEED-DECISIONS.
           OPEN INPUT SDLIN
           PERFORM UNTIL WS-EOF
               READ SDLIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SDL-DATE NOT < BDT-DAY-FROM
                          AND SDL-DATE NOT > WS-TODAY
                           PERFORM 4100-WRITE-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SDLIN.

      *--------------------------------------------------------------*
       4100-WRITE-DECISION.
           PERFORM 7100-START-DATA-LINE
           MOVE SDL-DATE        TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-TIME        TO WS-FIELD
           MOVE 6 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-ADVISOR-ID  TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-CUSTOMER-ID TO WS-FIELD
           MOVE 8 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-FINANCE-CODE TO WS-FIELD
           MOVE 2 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-PRODUCT-ID  TO WS-FIELD
           MOVE 6 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-RISK-TYPE   TO WS-FIELD
           MOVE 10 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD
           MOVE SDL-OUTCOME     TO WS-FIELD
           MOVE 72 TO WS-FIELD-LEN
           PERFORM 7200-ADD-TEXT-FIELD

           MOVE SDL-TIME TO WS-KEY-FIELD
           PERFORM 7400-ADD-TO-HASH
           PERFORM 7500-WRITE-DATA-LINE.

      *--------------------------------------------------------------*
      *    The house-CCSID hex of WS-HEX-NAME, exactly as UCDZCEE and
      *    UCDZBAT take it.
       7000-CONVERT-NAME.
           MOVE SPACES TO WS-NAME-HEX
           MOVE 'N'   TO WS-CODEPAGE-FLAG
           MOVE SPACE TO WS-FLAG-REASON
           CALL 'UCDZHEX' USING WS-HEX-FUNCTION WS-HEX-NAME
               WS-NAME-HEX WS-CODEPAGE-FLAG WS-HEX-IN WS-NAME-OUT
               WS-FLAG-REASON
           END-CALL
           IF WS-CODEPAGE-FLAG = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *--------------------------------------------------------------*
       7100-START-DATA-LINE.
           MOVE SPACES TO WS-FEED-LINE
           MOVE 'D' TO WS-FEED-LINE(1:1)
           MOVE 2 TO WS-LINE-PTR.

      *--------------------------------------------------------------*
      *    ,"text" -- the first WS-FIELD-LEN bytes of WS-FIELD less
      *    trailing blanks, each quote inside doubled.
       7200-ADD-TEXT-FIELD.
           PERFORM 7250-TRIM-FIELD
           MOVE ',"' TO WS-FEED-LINE(WS-LINE-PTR:2)
           ADD 2 TO WS-LINE-PTR
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN
               IF WS-FIELD(WS-CHAR-IDX:1) = '"'
                   MOVE '""' TO WS-FEED-LINE(WS-LINE-PTR:2)
                   ADD 2 TO WS-LINE-PTR
               ELSE
                   MOVE WS-FIELD(WS-CHAR-IDX:1)
                       TO WS-FEED-LINE(WS-LINE-PTR:1)
                   ADD 1 TO WS-LINE-PTR
               END-IF
           END-PERFORM
           MOVE '"' TO WS-FEED-LINE(WS-LINE-PTR:1)
           ADD 1 TO WS-LINE-PTR.

      *--------------------------------------------------------------*
      *    Shortens WS-FIELD-LEN past the field's trailing blanks; an
      *    all-blank field comes out at zero length.
       7250-TRIM-FIELD.
           MOVE 'N' TO WS-FIELD-END-SW
           PERFORM 7260-TRIM-ONE
               UNTIL WS-FIELD-LEN = ZERO
               OR WS-FIELD-END-FOUND.

      *--------------------------------------------------------------*
       7260-TRIM-ONE.
           IF WS-FIELD(WS-FIELD-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-FIELD-LEN
           ELSE
               SET WS-FIELD-END-FOUND TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    ,digits -- unquoted, as held.
       7300-ADD-NUMBER-FIELD.
           MOVE ',' TO WS-FEED-LINE(WS-LINE-PTR:1)
           ADD 1 TO WS-LINE-PTR
           MOVE WS-FIELD(1:WS-FIELD-LEN)
               TO WS-FEED-LINE(WS-LINE-PTR:WS-FIELD-LEN)
           ADD WS-FIELD-LEN TO WS-LINE-PTR.

      *--------------------------------------------------------------*
      *    The hash field's digits, read left to right as one number;
      *    anything else in it is passed over, so the warehouse can
      *    recompute the total from the delivered field alone.
       7400-ADD-TO-HASH.
           MOVE ZERO TO WS-KEY-VALUE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 9
               IF WS-KEY-FIELD(WS-CHAR-IDX:1) IS NUMERIC
                   MOVE WS-KEY-FIELD(WS-CHAR-IDX:1) TO WS-KEY-DIGIT
                   COMPUTE WS-KEY-VALUE =
                       WS-KEY-VALUE * 10 + WS-KEY-DIGIT
               END-IF
           END-PERFORM
           ADD WS-KEY-VALUE TO WS-HASH-TOTAL.

      *--------------------------------------------------------------*
       7500-WRITE-DATA-LINE.
           MOVE WS-FEED-LINE TO FEEDOUT-REC
           WRITE FEEDOUT-REC
           ADD 1 TO WS-RECORD-COUNT.

      *--------------------------------------------------------------*
