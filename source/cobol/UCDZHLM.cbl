       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZHLM.
      *----------------------------------------------------------------*
      *    Online purchase and redemption against the HOLDMS holdings
      *    master (HOLDMST.cpy: customer id + product id key, the
      *    customer's finance code at booking, purchase date, units).
      *    Takes its own commarea with the key in HM-CUSTOMER-ID and
      *    HM-PRODUCT-ID and HM-FUNCTION:
      *      'INQ' - return the holding's finance code, purchase date
      *              and units held
      *      'PUR' - buy HM-UNITS units: a new holding, or a top-up
      *              of an existing one
      *      'RED' - redeem HM-UNITS units; redeeming everything held
      *              removes the holding from the master
      *    The answer comes back in HM-RESPONSE-MSG, with the holding
      *    as it now stands in HM-FINANCE-CODE, HM-PURCHASE-DATE and
      *    HM-UNITS-HELD.
      *
      *    A purchase is booked only when
      *      - the customer is on CUSTMS (its finance code is the one
      *        the sale is judged under)
      *      - HM-UNITS reaches the product's PRD-PURCHASE-ENTRY
      *        minimum on PRODMS
      *      - UCDZSUI answers PERMITTED -- the same LINK an advisor's
      *        suitability check makes, so every purchase leaves its
      *        decision on the UCDZSDL log under HM-USER-ID whichever
      *        way it went
      *    A top-up restarts the purchase date: the holding carries a
      *    single date, and the newest units must sit the full hold
      *    time too.
      *
      *    A redemption is refused until PRD-HOLD-TIME days have
      *    passed since the purchase date (the day the hold time is
      *    reached is the first day a redemption is accepted), and
      *    for more units than are held.  Withdrawn products can still
      *    be redeemed -- only buying into them is closed.
      *
      *    Every booking writes a before/after image pair to the
      *    HOLDHS history file under HM-USER-ID, the pattern CUSTHS
      *    and PRODHS give the customer and product masters.  The
      *    UCDZHLU overnight unload turns the master into the HOLDIN
      *    file the UCDZSWP sweep reads.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-RESPONSE-MSG            PIC X(80) VALUE SPACES.
       01  WK-RESP                    PIC S9(8) COMP.
       01  WK-ABSTIME                 PIC S9(15) COMP-3.
       01  WK-HIST-RESP               PIC S9(8) COMP.
      *    RIDFLD is mandatory on File Control WRITE even for ESDS --
      *    for ESDS it is the data area CICS returns the newly assigned
      *    RBA into after the write, not an input key, but the option
      *    itself is not optional syntax.
       01  WK-HIST-RIDFLD             PIC S9(8) COMP.
       01  WK-VALID-SW                PIC X(01) VALUE 'Y'.
           88 WK-FIELDS-VALID                    VALUE 'Y'.
       01  WK-TODAY                   PIC X(08).
       01  WK-NUMVAL-TEST             PIC S9(4) COMP.
       01  WK-MINIMUM-UNITS           PIC 9(09)V99 VALUE ZERO.
       01  WK-FIRST-REDEEM-DAY        PIC S9(9) COMP.
       01  WK-TODAY-DAY               PIC S9(9) COMP.
       01  WK-HOLD-DAYS               PIC 9(04).

       01  WK-HOLDING-KEY.
           05 WK-KEY-CUSTOMER-ID      PIC X(08).
           05 WK-KEY-PRODUCT-ID       PIC X(06).

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
      *    below is not addressable in that case, so the failure
      *    status has to travel back in storage this program owns.
      *    Mirrors DFHCOMMAREA field-for-field so HM-RESPONSE-MSG
      *    lands at the offset a caller would read it at.
       01  WK-NO-COMMAREA-OUT.
           05 WK-NC-FUNCTION          PIC X(03) VALUE SPACES.
           05 WK-NC-USER-ID           PIC X(08) VALUE SPACES.
           05 WK-NC-CUSTOMER-ID       PIC X(08) VALUE SPACES.
           05 WK-NC-PRODUCT-ID        PIC X(06) VALUE SPACES.
           05 WK-NC-UNITS             PIC 9(09) VALUE ZERO.
           05 WK-NC-FINANCE-CODE      PIC X(02) VALUE SPACES.
           05 WK-NC-PURCHASE-DATE     PIC X(08) VALUE SPACES.
           05 WK-NC-UNITS-HELD        PIC 9(09) VALUE ZERO.
           05 WK-NC-RESPONSE-MSG      PIC X(80) VALUE SPACES.

      *    The suitability decision travels through a PRODUCT.cpy
      *    shaped area LINKed to UCDZSUI, exactly as an advisor's
      *    front end calls it (renamed via REPLACING so the names
      *    stay unique in this program).
       01  WK-SUI-AREA.
           COPY PRODUCT REPLACING
               ==QUERY-PRODUCT-ID==   BY ==WK-SU-QUERY-PRODUCT-ID==
               ==QFINANCE-CUST-NAME== BY ==WK-SU-QFINANCE-CUST-NAME==
               ==QFINANCE-CODE==      BY ==WK-SU-QFINANCE-CODE==
               ==MSG-FINANCE==        BY ==WK-SU-MSG-FINANCE==
               ==FFINANCE-RECORD==    BY ==WK-SU-FFINANCE-RECORD==
               ==RECORD-COUNT==       BY ==WK-SU-RECORD-COUNT==
               ==RECORD-DETAIL==      BY ==WK-SU-RECORD-DETAIL==
               ==PRODUCT-ID==         BY ==WK-SU-PRODUCT-ID==
               ==PRODUCT-NAME==       BY ==WK-SU-PRODUCT-NAME==
               ==EARNING-RATE==       BY ==WK-SU-EARNING-RATE==
               ==PURCHASE-ENTRY==     BY ==WK-SU-PURCHASE-ENTRY==
               ==HOLD-TIME==          BY ==WK-SU-HOLD-TIME==
               ==RISK-TYPE==          BY ==WK-SU-RISK-TYPE==
               ==MSG-PRODUCT==        BY ==WK-SU-MSG-PRODUCT==
               ==QUERY-RISK-TYPE==    BY ==WK-SU-QUERY-RISK-TYPE==
               ==MAINT-FUNCTION==     BY ==WK-SU-MAINT-FUNCTION==
               ==MAINT-USER-ID==      BY ==WK-SU-MAINT-USER-ID==
               ==FINCODE-DESC==       BY ==WK-SU-FINCODE-DESC==
               ==FINCODE-EFF-FROM==   BY ==WK-SU-FINCODE-EFF-FROM==
               ==FINCODE-EFF-TO==     BY ==WK-SU-FINCODE-EFF-TO==
               ==QUERY-AS-OF-DATE==   BY ==WK-SU-QUERY-AS-OF-DATE==
               ==QUERY-CUSTOMER-ID==  BY ==WK-SU-QUERY-CUSTOMER-ID==.

       01  WK-CUSTOMER-REC.
           COPY CUSTREC.

       01  WK-PRODUCT-MASTER-REC.
           COPY PRODREC.

       01  WK-HOLDING-REC.
           COPY HOLDMST.

      *    Before image of the record as read, for the history pair.
       01  WK-BEFORE-REC              PIC X(33) VALUE SPACES.

       01  WK-HISTORY-RECORD.
           COPY HOLDHST.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         03 HM-FUNCTION                 PIC X(03).
         03 HM-USER-ID                  PIC X(08).
         03 HM-CUSTOMER-ID              PIC X(08).
         03 HM-PRODUCT-ID               PIC X(06).
         03 HM-UNITS                    PIC 9(09).
         03 HM-FINANCE-CODE             PIC X(02).
         03 HM-PURCHASE-DATE            PIC X(08).
         03 HM-UNITS-HELD               PIC 9(09).
         03 HM-RESPONSE-MSG             PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO WK-RESPONSE-MSG
               PERFORM ABEND-PROCESS
           END-IF.

           MOVE SPACES TO HM-RESPONSE-MSG
           MOVE HM-CUSTOMER-ID TO WK-KEY-CUSTOMER-ID
           MOVE HM-PRODUCT-ID  TO WK-KEY-PRODUCT-ID

           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(WK-TODAY)
           END-EXEC

           EVALUATE HM-FUNCTION
               WHEN 'INQ'
                   PERFORM 1000-INQUIRE-HOLDING
               WHEN 'PUR'
                   PERFORM 2000-PURCHASE
               WHEN 'RED'
                   PERFORM 3000-REDEEM
               WHEN OTHER
                   MOVE ' FUNCTION MUST BE INQ, PUR OR RED'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
       1000-INQUIRE-HOLDING.
           EXEC CICS READ
               DATASET('HOLDMS')
               INTO(WK-HOLDING-REC)
               RIDFLD(WK-HOLDING-KEY)
               KEYLENGTH(14)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 7000-RETURN-HOLDING
                   MOVE ' HOLDING FOUND' TO HM-RESPONSE-MSG
               WHEN DFHRESP(NOTFND)
                   MOVE ' HOLDING NOT FOUND' TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
               WHEN OTHER
                   MOVE ' HOLDINGS MASTER READ ERROR'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    Customer, product minimum and suitability, in that order;
      *    the suitability decision is taken last so that a purchase
      *    refused on its own terms (unknown customer, too few units)
      *    does not leave a PERMITTED decision on the log for a sale
      *    that never happened.
       2000-PURCHASE.
           PERFORM 5000-VALIDATE-FIELDS
           IF WK-FIELDS-VALID
               PERFORM 5100-READ-CUSTOMER
           END-IF
           IF WK-FIELDS-VALID
               PERFORM 5200-READ-PRODUCT
           END-IF
           IF WK-FIELDS-VALID
               PERFORM 5300-CHECK-PURCHASE-ENTRY
           END-IF
           IF WK-FIELDS-VALID
               PERFORM 5400-CHECK-SUITABILITY
           END-IF

           IF NOT WK-FIELDS-VALID
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           ELSE
               PERFORM 4000-READ-FOR-UPDATE
               EVALUATE WK-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2500-APPLY-TOP-UP
                   WHEN DFHRESP(NOTFND)
                       PERFORM 2600-ADD-HOLDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
       2500-APPLY-TOP-UP.
           MOVE WK-HOLDING-REC TO WK-BEFORE-REC
           IF HMS-UNITS + HM-UNITS > 999999999
               MOVE ' PURCHASE WOULD OVERFLOW UNITS HELD'
                   TO WK-RESPONSE-MSG
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
               EXEC CICS UNLOCK
                   DATASET('HOLDMS')
                   RESP(WK-RESP)
               END-EXEC
           ELSE
               ADD HM-UNITS TO HMS-UNITS
               MOVE CUS-FINANCE-CODE TO HMS-FINANCE-CODE
               MOVE WK-TODAY         TO HMS-PURCHASE-DATE
               PERFORM 4100-REWRITE-HOLDING
               IF WK-RESP = DFHRESP(NORMAL)
                   PERFORM 6000-WRITE-HISTORY
                   PERFORM 7000-RETURN-HOLDING
                   MOVE ' PURCHASE BOOKED - HOLDING TOPPED UP'
                       TO HM-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       2600-ADD-HOLDING.
           MOVE HM-CUSTOMER-ID   TO HMS-CUSTOMER-ID
           MOVE HM-PRODUCT-ID    TO HMS-PRODUCT-ID
           MOVE CUS-FINANCE-CODE TO HMS-FINANCE-CODE
           MOVE WK-TODAY         TO HMS-PURCHASE-DATE
           MOVE HM-UNITS         TO HMS-UNITS

           EXEC CICS WRITE
               DATASET('HOLDMS')
               FROM(WK-HOLDING-REC)
               RIDFLD(HMS-KEY)
               KEYLENGTH(14)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO WK-BEFORE-REC
                   PERFORM 6000-WRITE-HISTORY
                   PERFORM 7000-RETURN-HOLDING
                   MOVE ' PURCHASE BOOKED - NEW HOLDING'
                       TO HM-RESPONSE-MSG
      *        Another terminal booked the same holding between our
      *        read and this write -- the caller resubmits and tops
      *        up the holding that now exists.
               WHEN DFHRESP(DUPREC)
                   MOVE ' HOLDING CHANGED BY ANOTHER USER - RETRY'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
               WHEN OTHER
                   MOVE ' HOLDINGS MASTER WRITE ERROR'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    The product is read before the holding is locked so the
      *    hold time is known without holding the record across a
      *    second file read.
       3000-REDEEM.
           PERFORM 5000-VALIDATE-FIELDS
           IF WK-FIELDS-VALID
               PERFORM 5200-READ-PRODUCT
           END-IF
           IF WK-FIELDS-VALID
               IF PRD-HOLD-TIME IS NOT NUMERIC
                   MOVE ' PRODUCT HOLD TIME IS NOT NUMERIC'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               END-IF
           END-IF

           IF NOT WK-FIELDS-VALID
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           ELSE
               PERFORM 4000-READ-FOR-UPDATE
               EVALUATE WK-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 3500-APPLY-REDEMPTION
                   WHEN DFHRESP(NOTFND)
                       MOVE ' HOLDING NOT FOUND' TO WK-RESPONSE-MSG
                       DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                       MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
       3500-APPLY-REDEMPTION.
           MOVE WK-HOLDING-REC TO WK-BEFORE-REC
           MOVE PRD-HOLD-TIME TO WK-HOLD-DAYS
           COMPUTE WK-FIRST-REDEEM-DAY =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(HMS-PURCHASE-DATE))
               + WK-HOLD-DAYS
           COMPUTE WK-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-TODAY))

           EVALUATE TRUE
               WHEN WK-TODAY-DAY < WK-FIRST-REDEEM-DAY
                   MOVE SPACES TO WK-RESPONSE-MSG
                   STRING ' REDEMPTION REFUSED - HOLD TIME OF '
                          DELIMITED BY SIZE
                          PRD-HOLD-TIME DELIMITED BY SIZE
                          ' DAYS FROM ' DELIMITED BY SIZE
                          HMS-PURCHASE-DATE DELIMITED BY SIZE
                          ' NOT ELAPSED' DELIMITED BY SIZE
                          INTO WK-RESPONSE-MSG
                   END-STRING
               WHEN HM-UNITS > HMS-UNITS
                   MOVE ' REDEMPTION REFUSED - MORE UNITS THAN HELD'
                       TO WK-RESPONSE-MSG
               WHEN OTHER
                   MOVE SPACES TO WK-RESPONSE-MSG
           END-EVALUATE

           IF WK-RESPONSE-MSG NOT = SPACES
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
               PERFORM 7000-RETURN-HOLDING
               EXEC CICS UNLOCK
                   DATASET('HOLDMS')
                   RESP(WK-RESP)
               END-EXEC
           ELSE
               IF HM-UNITS = HMS-UNITS
                   PERFORM 3600-REMOVE-HOLDING
               ELSE
                   SUBTRACT HM-UNITS FROM HMS-UNITS
                   PERFORM 4100-REWRITE-HOLDING
                   IF WK-RESP = DFHRESP(NORMAL)
                       PERFORM 6000-WRITE-HISTORY
                       PERFORM 7000-RETURN-HOLDING
                       MOVE ' REDEMPTION BOOKED' TO HM-RESPONSE-MSG
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    Everything redeemed -- the holding leaves the master so
      *    the sweep and the unload stop carrying a zero position.
      *    The history after image is blank, the mirror of a new
      *    holding's blank before image.
       3600-REMOVE-HOLDING.
           EXEC CICS DELETE
               DATASET('HOLDMS')
               RESP(WK-RESP)
           END-EXEC

           IF WK-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO WK-HOLDING-REC
               PERFORM 6000-WRITE-HISTORY
               MOVE SPACES TO HM-FINANCE-CODE
               MOVE SPACES TO HM-PURCHASE-DATE
               MOVE ZERO   TO HM-UNITS-HELD
               MOVE ' REDEMPTION BOOKED - HOLDING CLOSED'
                   TO HM-RESPONSE-MSG
           ELSE
               MOVE ' HOLDINGS MASTER DELETE ERROR' TO WK-RESPONSE-MSG
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    NOTFND is left for the caller to act on -- it is the
      *    new-holding path for a purchase and a refusal for a
      *    redemption.
       4000-READ-FOR-UPDATE.
           EXEC CICS READ
               DATASET('HOLDMS')
               INTO(WK-HOLDING-REC)
               RIDFLD(WK-HOLDING-KEY)
               KEYLENGTH(14)
               UPDATE
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE ' HOLDINGS MASTER READ ERROR'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-EVALUATE.

      *--------------------------------------------------------------*
       4100-REWRITE-HOLDING.
           EXEC CICS REWRITE
               DATASET('HOLDMS')
               FROM(WK-HOLDING-REC)
               RESP(WK-RESP)
           END-EXEC

           IF WK-RESP NOT = DFHRESP(NORMAL)
               MOVE ' HOLDINGS MASTER REWRITE ERROR' TO WK-RESPONSE-MSG
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
               MOVE WK-RESPONSE-MSG TO HM-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
       5000-VALIDATE-FIELDS.
           MOVE 'Y' TO WK-VALID-SW

           IF HM-CUSTOMER-ID = SPACES
               MOVE ' CUSTOMER ID REQUIRED' TO WK-RESPONSE-MSG
               MOVE 'N' TO WK-VALID-SW
           END-IF

           IF WK-FIELDS-VALID
               IF HM-PRODUCT-ID = SPACES
                   MOVE ' PRODUCT ID REQUIRED' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               END-IF
           END-IF

           IF WK-FIELDS-VALID
               IF HM-UNITS IS NOT NUMERIC
                   MOVE ' UNITS ARE NOT NUMERIC' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               ELSE
                   IF HM-UNITS = ZERO
                       MOVE ' UNITS MUST BE GREATER THAN ZERO'
                           TO WK-RESPONSE-MSG
                       MOVE 'N' TO WK-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    The sale is judged under the customer's finance code as it
      *    stands on the master now, not a code the caller keys in.
       5100-READ-CUSTOMER.
           EXEC CICS READ
               DATASET('CUSTMS')
               INTO(WK-CUSTOMER-REC)
               RIDFLD(HM-CUSTOMER-ID)
               KEYLENGTH(8)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE ' CUSTOMER NOT FOUND' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               WHEN OTHER
                   MOVE ' CUSTOMER MASTER READ ERROR'
                       TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
           END-EVALUATE

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
       5200-READ-PRODUCT.
           EXEC CICS READ
               DATASET('PRODMS')
               INTO(WK-PRODUCT-MASTER-REC)
               RIDFLD(HM-PRODUCT-ID)
               KEYLENGTH(6)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE ' PRODUCT NOT FOUND' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               WHEN OTHER
                   MOVE ' PRODUCT MASTER READ ERROR' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
           END-EVALUATE

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    PRD-PURCHASE-ENTRY is the minimum number of units one
      *    purchase may book; a blank entry means the product sets
      *    no minimum.  An entry that is not a number cannot be
      *    honoured either way, so the purchase is refused rather
      *    than booked against a minimum nobody can read.
       5300-CHECK-PURCHASE-ENTRY.
           IF PRD-PURCHASE-ENTRY NOT = SPACES
               COMPUTE WK-NUMVAL-TEST =
                   FUNCTION TEST-NUMVAL(PRD-PURCHASE-ENTRY)
               IF WK-NUMVAL-TEST NOT = ZERO
                   MOVE ' PRODUCT PURCHASE ENTRY IS NOT NUMERIC'
                       TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               ELSE
                   COMPUTE WK-MINIMUM-UNITS =
                       FUNCTION NUMVAL(PRD-PURCHASE-ENTRY)
                   IF HM-UNITS < WK-MINIMUM-UNITS
                       MOVE SPACES TO WK-RESPONSE-MSG
                       STRING ' PURCHASE REFUSED - BELOW MINIMUM OF '
                              DELIMITED BY SIZE
                              PRD-PURCHASE-ENTRY DELIMITED BY SPACE
                              ' UNITS' DELIMITED BY SIZE
                              INTO WK-RESPONSE-MSG
                       END-STRING
                       MOVE 'N' TO WK-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    UCDZSUI owns the suitability decision and its log, so the
      *    purchase is gated by LINKing to it rather than repeating
      *    its checks.  The governor of the shaped area's table is
      *    set to zero before the LINK -- UCDZSUI reads MAINT-USER-ID
      *    and QUERY-CUSTOMER-ID behind it for the decision log, which
      *    is how a check is tied to the customer it was made for.
      *    Anything but PERMITTED refuses the purchase with UCDZSUI's
      *    own reason.
       5400-CHECK-SUITABILITY.
           MOVE HM-PRODUCT-ID    TO WK-SU-QUERY-PRODUCT-ID
           MOVE CUS-CUST-NAME    TO WK-SU-QFINANCE-CUST-NAME
           MOVE CUS-FINANCE-CODE TO WK-SU-QFINANCE-CODE
           MOVE SPACES TO WK-SU-MSG-FINANCE
           MOVE ZERO   TO WK-SU-RECORD-COUNT
           MOVE SPACES TO WK-SU-MSG-PRODUCT
           MOVE SPACES TO WK-SU-QUERY-RISK-TYPE
           MOVE HM-FUNCTION      TO WK-SU-MAINT-FUNCTION
           MOVE HM-USER-ID       TO WK-SU-MAINT-USER-ID
           MOVE SPACES TO WK-SU-FINCODE-DESC
           MOVE SPACES TO WK-SU-FINCODE-EFF-FROM
           MOVE SPACES TO WK-SU-FINCODE-EFF-TO
           MOVE SPACES TO WK-SU-QUERY-AS-OF-DATE
           MOVE HM-CUSTOMER-ID   TO WK-SU-QUERY-CUSTOMER-ID

           EXEC CICS LINK
               PROGRAM('UCDZSUI')
               COMMAREA(WK-SUI-AREA)
               LENGTH(LENGTH OF WK-SUI-AREA)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WK-RESP NOT = DFHRESP(NORMAL)
                   MOVE ' SUITABILITY CHECK UNAVAILABLE'
                       TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               WHEN WK-SU-MSG-FINANCE(1:12) = 'PERMITTED - '
                   CONTINUE
               WHEN OTHER
                   MOVE WK-SU-MSG-FINANCE TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
           END-EVALUATE

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    One history record per booking: who, when, what function,
      *    and the full before and after images.  A failed history
      *    write is reported but does not undo the booking -- the
      *    master update has already committed the business fact.
       6000-WRITE-HISTORY.
           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(HHS-DATE)
               TIME(HHS-TIME)
           END-EXEC

           MOVE HM-USER-ID        TO HHS-USER-ID
           MOVE HM-FUNCTION       TO HHS-FUNCTION
           MOVE HM-CUSTOMER-ID    TO HHS-CUSTOMER-ID
           MOVE HM-PRODUCT-ID     TO HHS-PRODUCT-ID
           MOVE WK-BEFORE-REC     TO HHS-BEFORE-IMAGE
           MOVE WK-HOLDING-REC    TO HHS-AFTER-IMAGE

           EXEC CICS WRITE
               FILE('HOLDHS')
               FROM(WK-HISTORY-RECORD)
               LENGTH(LENGTH OF WK-HISTORY-RECORD)
               RIDFLD(WK-HIST-RIDFLD)
               RBA
               RESP(WK-HIST-RESP)
           END-EXEC

           IF WK-HIST-RESP NOT = DFHRESP(NORMAL)
               DISPLAY ' UCDZHLM HISTORY WRITE FAILED, RESP='
                   WK-HIST-RESP
           END-IF.

      *--------------------------------------------------------------*
       7000-RETURN-HOLDING.
           MOVE HMS-FINANCE-CODE  TO HM-FINANCE-CODE
           MOVE HMS-PURCHASE-DATE TO HM-PURCHASE-DATE
           MOVE HMS-UNITS         TO HM-UNITS-HELD.

      *--------------------------------------------------------------*
      *    Reached only when EIBCALEN is zero -- DFHCOMMAREA has no
      *    addressability here, so the status is returned via a fresh
      *    commarea this program allocates itself.
       ABEND-PROCESS.
           DISPLAY ' UCDZHLM ERR: ' WK-RESPONSE-MSG

           MOVE WK-RESPONSE-MSG TO WK-NC-RESPONSE-MSG

           EXEC CICS RETURN
               COMMAREA(WK-NO-COMMAREA-OUT)
               LENGTH(LENGTH OF WK-NO-COMMAREA-OUT)
           END-EXEC.

      *--------------------------------------------------------------*
