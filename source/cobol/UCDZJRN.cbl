       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZJRN.
      *----------------------------------------------------------------*
      *    Consolidated daily change journal for the auditors.  One
      *    time-ordered report of every master change made in the
      *    business day, merged from the flat copies the previous job
      *    steps REPRO off the history ESDSs:
      *      CHSIN  CUSTHS  customer master      (CUSTHST.cpy)
      *      PHSIN  PRODHS  product master       (PRODHST.cpy)
      *      SHSIN  UCDZSRH suitability rules    (SUITHST.cpy)
      *      FHSIN  UCDZFCH finance-code approvals and rejections
      *                                          (FINHST.cpy)
      *      EHSIN  UCDZENH entitlement grants   (ENTHST.cpy)
      *    Each entry prints the date and time, user, master, function
      *    and key, then -- as UCDZPHR does for products -- one line
      *    per field that moved, old and new value side by side.  A
      *    finance-code entry also names the staged change and its
      *    maker, since the approver is not the person who keyed it.
      *    A per-user count by master closes the report.
      *
      *    Entries are flagged for review when
      *      - they were made outside business hours: before
      *        WS-DAY-START or from WS-DAY-END on, or on a day that is
      *        not a business day
      *      - the same user changed the same key WS-REPEAT-LIMIT
      *        times or more in the business day (every such entry is
      *        flagged)
      *      - a user changed a customer's finance code and then ran
      *        a suitability check for that customer later the same
      *        day -- found from the UCDZSDL decision log (SDLIN,
      *        SUITLOG.cpy), whose SDL-CUSTOMER-ID ties a check to the
      *        customer it was made for.  Decisions logged before the
      *        customer id was carried have it blank and match
      *        nothing.
      *
      *    Holdings bookings on HOLDHS are customer business, not
      *    master maintenance, and stay with the statements.
      *
      *    The business date comes off the BDCTL control file
      *    (UCDZBDT), not the system clock.  The business day runs
      *    from the day after the prior business date to the business
      *    date itself, so Monday's journal takes in the weekend and
      *    the day after a holiday takes in the holiday.  Every date
      *    in it before the business date is, by construction, one
      *    the roll skipped -- a weekend or a holiday -- so a change
      *    on any of them is out of hours whatever the time.
      *    RETURN-CODE 12, with nothing written, when UCDZBDT refuses
      *    the run.
      *
      *    RETURN-CODE 4 when any entry is flagged, 0 on a quiet day.
      *    RETURN-CODE 8 when the key or decision table overflowed:
      *    the journal is still complete, but the repeat and
      *    finance-code flags may be missing, so it is not a clean
      *    review.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHSIN ASSIGN TO CHSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PHSIN ASSIGN TO PHSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SHSIN ASSIGN TO SHSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT FHSIN ASSIGN TO FHSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EHSIN ASSIGN TO EHSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SDLIN ASSIGN TO SDLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWK ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  CHSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHSIN-REC.
           COPY CUSTHST.

       FD  PHSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PHSIN-REC.
           COPY PRODHST.

       FD  SHSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SHSIN-REC.
           COPY SUITHST.

       FD  FHSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FHSIN-REC.
           COPY FINHST.

       FD  EHSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EHSIN-REC.
           COPY ENTHST.

       FD  SDLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SDLIN-REC.
           COPY SUITLOG.

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

      *    One journal entry, whichever history it came from: the
      *    date and time it was made, a sequence number that keeps
      *    entries made in the same second in the order read, who,
      *    which master, the printable key, and the before/after images
      *    (sized for the widest master, PRODREC).  The staged
      *    function and maker are carried for finance-code entries
      *    only.
       SD  SORTWK.
       01  SORT-JOURNAL-REC.
           05 SJ-DATE                 PIC X(08).
           05 SJ-TIME                 PIC X(06).
           05 SJ-SEQUENCE             PIC 9(08).
           05 SJ-USER-ID              PIC X(08).
           05 SJ-MASTER               PIC X(08).
           05 SJ-FUNCTION             PIC X(03).
           05 SJ-KEY                  PIC X(26).
           05 SJ-CHANGE-FUNCTION      PIC X(03).
           05 SJ-MAKER-ID             PIC X(08).
           05 SJ-BEFORE-IMAGE         PIC X(65).
           05 SJ-AFTER-IMAGE          PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF                        VALUE 'Y'.
       01  WS-FOUND-SW                PIC X(01).
           88 WS-FOUND                           VALUE 'Y'.
       01  WS-FLAGGED-SW              PIC X(01).
           88 WS-ENTRY-FLAGGED                   VALUE 'Y'.
       01  WS-OVFL-SW                 PIC X(01) VALUE 'N'.
           88 WS-TABLE-OVERFLOWED                VALUE 'Y'.

       01  WS-REPORT-DATE             PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.

      *    Business hours, HHMMSS: a change at WS-DAY-START is in
      *    hours, a change at WS-DAY-END is not.
       01  WS-DAY-START               PIC X(06) VALUE '080000'.
       01  WS-DAY-END                 PIC X(06) VALUE '180000'.
       01  WS-REPEAT-LIMIT            PIC 9(04) VALUE 3.

       01  WS-SEQUENCE                PIC 9(08) VALUE ZERO.
       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-FLAGGED-COUNT           PIC 9(08) VALUE ZERO.
       01  WS-FIELD-LINES             PIC 9(04).
       01  WS-MAKER-TEXT              PIC X(80).

      *    Changes per user + master + key in the business day, built
      *    as the entries are collected so the repeat flag is known
      *    before the first of them prints.
       01  WS-KEY-TABLE.
           05 WS-KEY-MAX              PIC S9(4) COMP VALUE 2000.
           05 WS-KEY-USED             PIC S9(4) COMP VALUE ZERO.
           05 WS-KEY-ENTRY OCCURS 2000 TIMES.
               10 WS-KYT-USER-ID      PIC X(08).
               10 WS-KYT-MASTER       PIC X(08).
               10 WS-KYT-KEY          PIC X(26).
               10 WS-KYT-COUNT        PIC 9(04).
       01  WS-KYT-IDX                 PIC S9(4) COMP.

      *    The business day's suitability decisions that name a
      *    customer: who ran the check, for whom, and when.
       01  WS-DECISION-TABLE.
           05 WS-DECISION-MAX         PIC S9(4) COMP VALUE 5000.
           05 WS-DECISION-USED        PIC S9(4) COMP VALUE ZERO.
           05 WS-DECISION-ENTRY OCCURS 5000 TIMES.
               10 WS-DCT-ADVISOR-ID   PIC X(08).
               10 WS-DCT-CUSTOMER-ID  PIC X(08).
               10 WS-DCT-DATE         PIC X(08).
               10 WS-DCT-TIME         PIC X(06).
       01  WS-DCT-IDX                 PIC S9(4) COMP.

      *    Entries per user, by master, for the closing summary.
       01  WS-USER-TABLE.
           05 WS-USER-MAX             PIC S9(4) COMP VALUE 500.
           05 WS-USER-USED            PIC S9(4) COMP VALUE ZERO.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
               10 WS-USR-ID           PIC X(08).
               10 WS-USR-TOTAL        PIC 9(06).
               10 WS-USR-CUSTOMER     PIC 9(06).
               10 WS-USR-PRODUCT      PIC 9(06).
               10 WS-USR-RULE         PIC 9(06).
               10 WS-USR-FINCODE      PIC 9(06).
               10 WS-USR-ENTITLE      PIC 9(06).
               10 WS-USR-FLAGGED      PIC 9(06).
       01  WS-USR-IDX                 PIC S9(4) COMP.

      *    The two images decomposed back into each master's fields
      *    -- renamed via REPLACING so the before and after copies,
      *    and the five masters, can live side by side.
       01  WS-CUST-BEFORE.
           COPY CUSTREC REPLACING
               ==CUS-CUSTOMER-ID==    BY ==WB-CUS-CUSTOMER-ID==
               ==CUS-CUST-NAME==      BY ==WB-CUS-CUST-NAME==
               ==CUS-FINANCE-CODE==   BY ==WB-CUS-FINANCE-CODE==
               ==CUS-STATUS==         BY ==WB-CUS-STATUS==.
       01  WS-CUST-AFTER.
           COPY CUSTREC REPLACING
               ==CUS-CUSTOMER-ID==    BY ==WA-CUS-CUSTOMER-ID==
               ==CUS-CUST-NAME==      BY ==WA-CUS-CUST-NAME==
               ==CUS-FINANCE-CODE==   BY ==WA-CUS-FINANCE-CODE==
               ==CUS-STATUS==         BY ==WA-CUS-STATUS==.

       01  WS-PROD-BEFORE.
           COPY PRODREC REPLACING
               ==PRD-PRODUCT-ID==     BY ==WB-PRD-PRODUCT-ID==
               ==PRD-PRODUCT-NAME==   BY ==WB-PRD-PRODUCT-NAME==
               ==PRD-EARNING-RATE==   BY ==WB-PRD-EARNING-RATE==
               ==PRD-PURCHASE-ENTRY== BY ==WB-PRD-PURCHASE-ENTRY==
               ==PRD-HOLD-TIME==      BY ==WB-PRD-HOLD-TIME==
               ==PRD-RISK-TYPE==      BY ==WB-PRD-RISK-TYPE==
               ==PRD-STATUS==         BY ==WB-PRD-STATUS==
               ==PRD-ACTIVE==         BY ==WB-PRD-ACTIVE==
               ==PRD-DELETED==        BY ==WB-PRD-DELETED==.
       01  WS-PROD-AFTER.
           COPY PRODREC REPLACING
               ==PRD-PRODUCT-ID==     BY ==WA-PRD-PRODUCT-ID==
               ==PRD-PRODUCT-NAME==   BY ==WA-PRD-PRODUCT-NAME==
               ==PRD-EARNING-RATE==   BY ==WA-PRD-EARNING-RATE==
               ==PRD-PURCHASE-ENTRY== BY ==WA-PRD-PURCHASE-ENTRY==
               ==PRD-HOLD-TIME==      BY ==WA-PRD-HOLD-TIME==
               ==PRD-RISK-TYPE==      BY ==WA-PRD-RISK-TYPE==
               ==PRD-STATUS==         BY ==WA-PRD-STATUS==
               ==PRD-ACTIVE==         BY ==WA-PRD-ACTIVE==
               ==PRD-DELETED==        BY ==WA-PRD-DELETED==.

       01  WS-RULE-BEFORE.
           COPY SUITRUL REPLACING
               ==SRL-KEY==            BY ==WB-SRL-KEY==
               ==SRL-FINANCE-CODE==   BY ==WB-SRL-FINANCE-CODE==
               ==SRL-RISK-TYPE==      BY ==WB-SRL-RISK-TYPE==
               ==SRL-DESC==           BY ==WB-SRL-DESC==.
       01  WS-RULE-AFTER.
           COPY SUITRUL REPLACING
               ==SRL-KEY==            BY ==WA-SRL-KEY==
               ==SRL-FINANCE-CODE==   BY ==WA-SRL-FINANCE-CODE==
               ==SRL-RISK-TYPE==      BY ==WA-SRL-RISK-TYPE==
               ==SRL-DESC==           BY ==WA-SRL-DESC==.

       01  WS-FINC-BEFORE.
           COPY FINCODE REPLACING
               ==FCD-KEY==            BY ==WB-FCD-KEY==
               ==FCD-CODE==           BY ==WB-FCD-CODE==
               ==FCD-EFF-FROM==       BY ==WB-FCD-EFF-FROM==
               ==FCD-EFF-TO==         BY ==WB-FCD-EFF-TO==
               ==FCD-DESC==           BY ==WB-FCD-DESC==.
       01  WS-FINC-AFTER.
           COPY FINCODE REPLACING
               ==FCD-KEY==            BY ==WA-FCD-KEY==
               ==FCD-CODE==           BY ==WA-FCD-CODE==
               ==FCD-EFF-FROM==       BY ==WA-FCD-EFF-FROM==
               ==FCD-EFF-TO==         BY ==WA-FCD-EFF-TO==
               ==FCD-DESC==           BY ==WA-FCD-DESC==.

       01  WS-ENT-BEFORE.
           COPY ENTREC REPLACING
               ==ENT-KEY==            BY ==WB-ENT-KEY==
               ==ENT-PRINCIPAL==      BY ==WB-ENT-PRINCIPAL==
               ==ENT-MASTER==         BY ==WB-ENT-MASTER==
               ==ENT-FUNCTION==       BY ==WB-ENT-FUNCTION==
               ==ENT-GRANTED-BY==     BY ==WB-ENT-GRANTED-BY==
               ==ENT-GRANT-DATE==     BY ==WB-ENT-GRANT-DATE==.
       01  WS-ENT-AFTER.
           COPY ENTREC REPLACING
               ==ENT-KEY==            BY ==WA-ENT-KEY==
               ==ENT-PRINCIPAL==      BY ==WA-ENT-PRINCIPAL==
               ==ENT-MASTER==         BY ==WA-ENT-MASTER==
               ==ENT-FUNCTION==       BY ==WA-ENT-FUNCTION==
               ==ENT-GRANTED-BY==     BY ==WA-ENT-GRANTED-BY==
               ==ENT-GRANT-DATE==     BY ==WA-ENT-GRANT-DATE==.

      *    Staging for one field-change line: the field name and the
      *    widest old/new values any of the masters needs.
       01  WS-FIELD-NAME              PIC X(14).
       01  WS-OLD-VALUE               PIC X(30).
       01  WS-NEW-VALUE               PIC X(30).

       01  WS-DETAIL-LINE.
           05 WS-DET-DATE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TIME             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-USER-ID          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-MASTER           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-FUNCTION         PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-KEY              PIC X(26).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DET-HOURS-FLAG       PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-REPEAT-FLAG      PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-SUIT-FLAG        PIC X(26).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01  WS-USER-HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE '  USER'.
           05 FILLER                  PIC X(34) VALUE
               'CHANGES CUSTOMER  PRODUCT     RULE'.
           05 FILLER                  PIC X(27) VALUE
               '  FINCODE  ENTITLE  FLAGGED'.
           05 FILLER                  PIC X(61) VALUE SPACES.

       01  WS-USER-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-USER-ID          PIC X(08).
           05 WS-USL-TOTAL            PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-CUSTOMER         PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-PRODUCT          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-RULE             PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-FINCODE          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-ENTITLE          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-FLAGGED          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(61) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(05) VALUE 'READ='.
           05 WS-TRL-READ             PIC 9(08).
           05 FILLER                  PIC X(09) VALUE ' ENTRIES='.
           05 WS-TRL-ENTRIES          PIC 9(08).
           05 FILLER                  PIC X(07) VALUE ' USERS='.
           05 WS-TRL-USERS            PIC 9(04).
           05 FILLER                  PIC X(09) VALUE ' FLAGGED='.
           05 WS-TRL-FLAGGED          PIC 9(08).
           05 FILLER                  PIC X(74) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           PERFORM 0100-LOAD-DECISIONS

           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'DAILY CHANGE JOURNAL  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  ACTIVITY FROM ' DELIMITED BY SIZE
                  BDT-DAY-FROM DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           STRING 'BUSINESS HOURS ' DELIMITED BY SIZE
                  WS-DAY-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-DAY-END DELIMITED BY SIZE
                  ' ON BUSINESS DAYS' DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'DATE     TIME   USER     MASTER   FN  KEY'
               & '                         FLAGS' TO RPTOUT-REC
           WRITE RPTOUT-REC

           SORT SORTWK
               ON ASCENDING KEY SJ-DATE
               ON ASCENDING KEY SJ-TIME
               ON ASCENDING KEY SJ-SEQUENCE
               INPUT PROCEDURE IS 1000-COLLECT-CHANGES
               OUTPUT PROCEDURE IS 3000-PRINT-JOURNAL

           IF WS-ENTRY-COUNT = ZERO
               MOVE '    NONE' TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF

           PERFORM 4000-PRINT-USER-SUMMARY

           IF WS-TABLE-OVERFLOWED
               MOVE SPACES TO RPTOUT-REC
               WRITE RPTOUT-REC
               MOVE 'TABLE OVERFLOW -- REPEAT AND FINANCE-CODE FLAGS '
                   & 'INCOMPLETE, SEE JOB LOG' TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF

           MOVE WS-RECORD-COUNT  TO WS-TRL-READ
           MOVE WS-ENTRY-COUNT   TO WS-TRL-ENTRIES
           MOVE WS-USER-USED     TO WS-TRL-USERS
           MOVE WS-FLAGGED-COUNT TO WS-TRL-FLAGGED
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE RPTOUT

           DISPLAY 'UCDZJRN: ' WS-RECORD-COUNT ' HISTORY RECORD(S) '
               'READ, ' WS-ENTRY-COUNT ' CHANGE(S) ON ' WS-REPORT-DATE
               ', ' WS-FLAGGED-COUNT ' FLAGGED'

           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZJRN' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.

      *--------------------------------------------------------------*
      *    Only the business day's decisions with a customer id can
      *    match a finance-code change, so only those are kept.
       0100-LOAD-DECISIONS.
           OPEN INPUT SDLIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 0110-LOAD-DECISION-ENTRY UNTIL WS-EOF
           CLOSE SDLIN.

      *--------------------------------------------------------------*
       0110-LOAD-DECISION-ENTRY.
           READ SDLIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SDL-DATE NOT < BDT-DAY-FROM
                      AND SDL-DATE NOT > WS-REPORT-DATE
                      AND SDL-CUSTOMER-ID NOT = SPACES
                       IF WS-DECISION-USED < WS-DECISION-MAX
                           ADD 1 TO WS-DECISION-USED
                           MOVE SDL-ADVISOR-ID
                               TO WS-DCT-ADVISOR-ID(WS-DECISION-USED)
                           MOVE SDL-CUSTOMER-ID
                               TO WS-DCT-CUSTOMER-ID(WS-DECISION-USED)
                           MOVE SDL-DATE
                               TO WS-DCT-DATE(WS-DECISION-USED)
                           MOVE SDL-TIME
                               TO WS-DCT-TIME(WS-DECISION-USED)
                       ELSE
                           DISPLAY 'UCDZJRN: DECISION TABLE FULL -- '
                               'CHECK FOR CUSTOMER ' SDL-CUSTOMER-ID
                               ' DROPPED'
                           SET WS-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *    Each history in turn; the sort puts them in date and time
      *    order.
       1000-COLLECT-CHANGES.
           OPEN INPUT CHSIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1100-READ-CUSTOMER-HISTORY UNTIL WS-EOF
           CLOSE CHSIN

           OPEN INPUT PHSIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1200-READ-PRODUCT-HISTORY UNTIL WS-EOF
           CLOSE PHSIN

           OPEN INPUT SHSIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1300-READ-RULE-HISTORY UNTIL WS-EOF
           CLOSE SHSIN

           OPEN INPUT FHSIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1400-READ-FINCODE-HISTORY UNTIL WS-EOF
           CLOSE FHSIN

           OPEN INPUT EHSIN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1500-READ-ENTITLE-HISTORY UNTIL WS-EOF
           CLOSE EHSIN.

      *--------------------------------------------------------------*
       1100-READ-CUSTOMER-HISTORY.
           READ CHSIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF CHS-DATE NOT < BDT-DAY-FROM
                      AND CHS-DATE NOT > WS-REPORT-DATE
                       MOVE CHS-DATE         TO SJ-DATE
                       MOVE CHS-TIME         TO SJ-TIME
                       MOVE CHS-USER-ID      TO SJ-USER-ID
                       MOVE 'CUSTOMER'       TO SJ-MASTER
                       MOVE CHS-FUNCTION     TO SJ-FUNCTION
                       MOVE CHS-CUSTOMER-ID  TO SJ-KEY
                       MOVE SPACES           TO SJ-CHANGE-FUNCTION
                       MOVE SPACES           TO SJ-MAKER-ID
                       MOVE CHS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                       MOVE CHS-AFTER-IMAGE  TO SJ-AFTER-IMAGE
                       PERFORM 1800-RELEASE-ENTRY
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       1200-READ-PRODUCT-HISTORY.
           READ PHSIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF PHS-DATE NOT < BDT-DAY-FROM
                      AND PHS-DATE NOT > WS-REPORT-DATE
                       MOVE PHS-DATE         TO SJ-DATE
                       MOVE PHS-TIME         TO SJ-TIME
                       MOVE PHS-USER-ID      TO SJ-USER-ID
                       MOVE 'PRODUCT'        TO SJ-MASTER
                       MOVE PHS-FUNCTION     TO SJ-FUNCTION
                       MOVE PHS-PRODUCT-ID   TO SJ-KEY
                       MOVE SPACES           TO SJ-CHANGE-FUNCTION
                       MOVE SPACES           TO SJ-MAKER-ID
                       MOVE PHS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                       MOVE PHS-AFTER-IMAGE  TO SJ-AFTER-IMAGE
                       PERFORM 1800-RELEASE-ENTRY
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       1300-READ-RULE-HISTORY.
           READ SHSIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF SHS-DATE NOT < BDT-DAY-FROM
                      AND SHS-DATE NOT > WS-REPORT-DATE
                       MOVE SHS-DATE         TO SJ-DATE
                       MOVE SHS-TIME         TO SJ-TIME
                       MOVE SHS-USER-ID      TO SJ-USER-ID
                       MOVE 'RULE'           TO SJ-MASTER
                       MOVE SHS-FUNCTION     TO SJ-FUNCTION
                       MOVE SPACES           TO SJ-KEY
                       STRING SHS-FINANCE-CODE DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              SHS-RISK-TYPE DELIMITED BY SIZE
                              INTO SJ-KEY
                       END-STRING
                       MOVE SPACES           TO SJ-CHANGE-FUNCTION
                       MOVE SPACES           TO SJ-MAKER-ID
                       MOVE SHS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                       MOVE SHS-AFTER-IMAGE  TO SJ-AFTER-IMAGE
                       PERFORM 1800-RELEASE-ENTRY
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       1400-READ-FINCODE-HISTORY.
           READ FHSIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF FHS-DATE NOT < BDT-DAY-FROM
                      AND FHS-DATE NOT > WS-REPORT-DATE
                       MOVE FHS-DATE         TO SJ-DATE
                       MOVE FHS-TIME         TO SJ-TIME
                       MOVE FHS-USER-ID      TO SJ-USER-ID
                       MOVE 'FINCODE'        TO SJ-MASTER
                       MOVE FHS-FUNCTION     TO SJ-FUNCTION
                       MOVE SPACES           TO SJ-KEY
                       STRING FHS-CODE DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              FHS-EFF-FROM DELIMITED BY SIZE
                              INTO SJ-KEY
                       END-STRING
                       MOVE FHS-CHANGE-FUNCTION TO SJ-CHANGE-FUNCTION
                       MOVE FHS-MAKER-ID     TO SJ-MAKER-ID
                       MOVE FHS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                       MOVE FHS-AFTER-IMAGE  TO SJ-AFTER-IMAGE
                       PERFORM 1800-RELEASE-ENTRY
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *    EHS-KEY is principal, master and function run together;
      *    the journal key separates them.
       1500-READ-ENTITLE-HISTORY.
           READ EHSIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF EHS-DATE NOT < BDT-DAY-FROM
                      AND EHS-DATE NOT > WS-REPORT-DATE
                       MOVE EHS-DATE         TO SJ-DATE
                       MOVE EHS-TIME         TO SJ-TIME
                       MOVE EHS-USER-ID      TO SJ-USER-ID
                       MOVE 'ENTITLE'        TO SJ-MASTER
                       MOVE EHS-FUNCTION     TO SJ-FUNCTION
                       MOVE SPACES           TO SJ-KEY
                       STRING EHS-KEY(1:8) DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              EHS-KEY(9:8) DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              EHS-KEY(17:8) DELIMITED BY SIZE
                              INTO SJ-KEY
                       END-STRING
                       MOVE SPACES           TO SJ-CHANGE-FUNCTION
                       MOVE SPACES           TO SJ-MAKER-ID
                       MOVE EHS-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
                       MOVE EHS-AFTER-IMAGE  TO SJ-AFTER-IMAGE
                       PERFORM 1800-RELEASE-ENTRY
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       1800-RELEASE-ENTRY.
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO SJ-SEQUENCE
           PERFORM 1850-COUNT-KEY
           RELEASE SORT-JOURNAL-REC.

      *--------------------------------------------------------------*
       1850-COUNT-KEY.
           PERFORM 3250-FIND-KEY
           IF WS-FOUND
               ADD 1 TO WS-KYT-COUNT(WS-KYT-IDX)
           ELSE
               IF WS-KEY-USED < WS-KEY-MAX
                   ADD 1 TO WS-KEY-USED
                   MOVE SJ-USER-ID TO WS-KYT-USER-ID(WS-KEY-USED)
                   MOVE SJ-MASTER  TO WS-KYT-MASTER(WS-KEY-USED)
                   MOVE SJ-KEY     TO WS-KYT-KEY(WS-KEY-USED)
                   MOVE 1          TO WS-KYT-COUNT(WS-KEY-USED)
               ELSE
                   DISPLAY 'UCDZJRN: KEY TABLE FULL -- ' SJ-MASTER
                       ' ' SJ-KEY ' NOT COUNTED'
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       3000-PRINT-JOURNAL.
           PERFORM 3100-PRINT-ENTRY UNTIL WS-SORT-EOF.

      *--------------------------------------------------------------*
       3100-PRINT-ENTRY.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE SJ-DATE     TO WS-DET-DATE
                   MOVE SJ-TIME     TO WS-DET-TIME
                   MOVE SJ-USER-ID  TO WS-DET-USER-ID
                   MOVE SJ-MASTER   TO WS-DET-MASTER
                   MOVE SJ-FUNCTION TO WS-DET-FUNCTION
                   MOVE SJ-KEY      TO WS-DET-KEY
                   PERFORM 3200-SET-FLAGS
                   MOVE WS-DETAIL-LINE TO RPTOUT-REC
                   WRITE RPTOUT-REC
                   PERFORM 3300-PRINT-FIELDS
                   PERFORM 3500-COUNT-USER
           END-RETURN.

      *--------------------------------------------------------------*
       3200-SET-FLAGS.
           MOVE 'N' TO WS-FLAGGED-SW
           MOVE SPACES TO WS-DET-HOURS-FLAG
           MOVE SPACES TO WS-DET-REPEAT-FLAG
           MOVE SPACES TO WS-DET-SUIT-FLAG

           IF SJ-DATE NOT = WS-REPORT-DATE
              OR SJ-TIME < WS-DAY-START
              OR SJ-TIME NOT < WS-DAY-END
               MOVE 'OUT OF HOURS' TO WS-DET-HOURS-FLAG
               SET WS-ENTRY-FLAGGED TO TRUE
           END-IF

           PERFORM 3250-FIND-KEY
           IF WS-FOUND
               IF WS-KYT-COUNT(WS-KYT-IDX) NOT < WS-REPEAT-LIMIT
                   MOVE 'REPEATED KEY' TO WS-DET-REPEAT-FLAG
                   SET WS-ENTRY-FLAGGED TO TRUE
               END-IF
           END-IF

           IF SJ-MASTER = 'CUSTOMER'
               MOVE SJ-BEFORE-IMAGE TO WS-CUST-BEFORE
               MOVE SJ-AFTER-IMAGE  TO WS-CUST-AFTER
               IF WS-CUST-BEFORE NOT = SPACES
                  AND WA-CUS-FINANCE-CODE NOT = WB-CUS-FINANCE-CODE
                   PERFORM 3260-FIND-LATER-CHECK
                   IF WS-FOUND
                       MOVE 'FC CHANGE THEN SUIT CHECK'
                           TO WS-DET-SUIT-FLAG
                       SET WS-ENTRY-FLAGGED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-ENTRY-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *--------------------------------------------------------------*
      *    Shared by the counting pass and the print: leaves
      *    WS-KYT-IDX on the entry for the current user, master and
      *    key when there is one.
       3250-FIND-KEY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-KYT-IDX FROM 1 BY 1
                   UNTIL WS-KYT-IDX > WS-KEY-USED
                   OR WS-FOUND
               IF WS-KYT-USER-ID(WS-KYT-IDX) = SJ-USER-ID
                  AND WS-KYT-MASTER(WS-KYT-IDX) = SJ-MASTER
                  AND WS-KYT-KEY(WS-KYT-IDX) = SJ-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-KYT-IDX
           END-IF.

      *--------------------------------------------------------------*
      *    A check by the same user, for the same customer, later the
      *    same day -- at or after the time the finance code was
      *    changed.
       3260-FIND-LATER-CHECK.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-DCT-IDX FROM 1 BY 1
                   UNTIL WS-DCT-IDX > WS-DECISION-USED
                   OR WS-FOUND
               IF WS-DCT-ADVISOR-ID(WS-DCT-IDX) = SJ-USER-ID
                  AND WS-DCT-CUSTOMER-ID(WS-DCT-IDX) = SJ-KEY(1:8)
                  AND WS-DCT-DATE(WS-DCT-IDX) = SJ-DATE
                  AND WS-DCT-TIME(WS-DCT-IDX) NOT < SJ-TIME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    The images decomposed by master, one line per field that
      *    moved.  An ADD shows every field against a blank old
      *    value.  A delete is one ENTRY DELETED line whatever the
      *    master -- the entry as it stood is already on the key
      *    line, and a physical delete's blank after image would
      *    otherwise show every field as blanked.
       3300-PRINT-FIELDS.
           MOVE ZERO TO WS-FIELD-LINES

           IF SJ-FUNCTION = 'DEL'
               MOVE '        ENTRY DELETED' TO RPTOUT-REC
               WRITE RPTOUT-REC
           ELSE
               EVALUATE SJ-MASTER
                   WHEN 'CUSTOMER'
                       PERFORM 3310-CUSTOMER-FIELDS
                   WHEN 'PRODUCT'
                       PERFORM 3320-PRODUCT-FIELDS
                   WHEN 'RULE'
                       PERFORM 3330-RULE-FIELDS
                   WHEN 'FINCODE'
                       PERFORM 3340-FINCODE-FIELDS
                   WHEN 'ENTITLE'
                       PERFORM 3350-ENTITLE-FIELDS
               END-EVALUATE

               IF WS-FIELD-LINES = ZERO
                   MOVE '        NO FIELD CHANGED' TO RPTOUT-REC
                   WRITE RPTOUT-REC
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       3310-CUSTOMER-FIELDS.
           MOVE SJ-BEFORE-IMAGE TO WS-CUST-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-CUST-AFTER

           IF WA-CUS-CUST-NAME NOT = WB-CUS-CUST-NAME
               MOVE 'CUST-NAME'       TO WS-FIELD-NAME
               MOVE WB-CUS-CUST-NAME  TO WS-OLD-VALUE
               MOVE WA-CUS-CUST-NAME  TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-CUS-FINANCE-CODE NOT = WB-CUS-FINANCE-CODE
               MOVE 'FINANCE-CODE'    TO WS-FIELD-NAME
               MOVE WB-CUS-FINANCE-CODE TO WS-OLD-VALUE
               MOVE WA-CUS-FINANCE-CODE TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-CUS-STATUS NOT = WB-CUS-STATUS
               MOVE 'STATUS'          TO WS-FIELD-NAME
               MOVE WB-CUS-STATUS     TO WS-OLD-VALUE
               MOVE WA-CUS-STATUS     TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------*
       3320-PRODUCT-FIELDS.
           MOVE SJ-BEFORE-IMAGE TO WS-PROD-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-PROD-AFTER

           IF WA-PRD-PRODUCT-NAME NOT = WB-PRD-PRODUCT-NAME
               MOVE 'PRODUCT-NAME'      TO WS-FIELD-NAME
               MOVE WB-PRD-PRODUCT-NAME TO WS-OLD-VALUE
               MOVE WA-PRD-PRODUCT-NAME TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-PRD-EARNING-RATE NOT = WB-PRD-EARNING-RATE
               MOVE 'EARNING-RATE'      TO WS-FIELD-NAME
               MOVE WB-PRD-EARNING-RATE TO WS-OLD-VALUE
               MOVE WA-PRD-EARNING-RATE TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-PRD-PURCHASE-ENTRY NOT = WB-PRD-PURCHASE-ENTRY
               MOVE 'PURCHASE-ENTRY'      TO WS-FIELD-NAME
               MOVE WB-PRD-PURCHASE-ENTRY TO WS-OLD-VALUE
               MOVE WA-PRD-PURCHASE-ENTRY TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-PRD-HOLD-TIME NOT = WB-PRD-HOLD-TIME
               MOVE 'HOLD-TIME'         TO WS-FIELD-NAME
               MOVE WB-PRD-HOLD-TIME    TO WS-OLD-VALUE
               MOVE WA-PRD-HOLD-TIME    TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-PRD-RISK-TYPE NOT = WB-PRD-RISK-TYPE
               MOVE 'RISK-TYPE'         TO WS-FIELD-NAME
               MOVE WB-PRD-RISK-TYPE    TO WS-OLD-VALUE
               MOVE WA-PRD-RISK-TYPE    TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-PRD-STATUS NOT = WB-PRD-STATUS
               MOVE 'STATUS'            TO WS-FIELD-NAME
               MOVE WB-PRD-STATUS       TO WS-OLD-VALUE
               MOVE WA-PRD-STATUS       TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------*
      *    Rule deletes are physical and carry a blank after image;
      *    3300 prints them as ENTRY DELETED without coming here.
       3330-RULE-FIELDS.
           MOVE SJ-BEFORE-IMAGE TO WS-RULE-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-RULE-AFTER

           IF WA-SRL-DESC NOT = WB-SRL-DESC
               MOVE 'DESC'              TO WS-FIELD-NAME
               MOVE WB-SRL-DESC         TO WS-OLD-VALUE
               MOVE WA-SRL-DESC         TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------*
      *    The approver is the entry's user; the maker, and the
      *    staged function that was approved or rejected, go on a
      *    line of their own.  A rejection changed nothing -- its
      *    after image is the entry as proposed.
       3340-FINCODE-FIELDS.
           MOVE SJ-BEFORE-IMAGE TO WS-FINC-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-FINC-AFTER

           MOVE SPACES TO WS-MAKER-TEXT
           IF SJ-FUNCTION = 'REJ'
               STRING 'REJECTED ' DELIMITED BY SIZE
                      SJ-CHANGE-FUNCTION DELIMITED BY SIZE
                      ' STAGED BY ' DELIMITED BY SIZE
                      SJ-MAKER-ID DELIMITED BY SPACE
                      ' -- ENTRY NOT CHANGED, AS PROPOSED:'
                      DELIMITED BY SIZE
                      INTO WS-MAKER-TEXT
               END-STRING
           ELSE
               STRING 'APPROVED ' DELIMITED BY SIZE
                      SJ-CHANGE-FUNCTION DELIMITED BY SIZE
                      ' STAGED BY ' DELIMITED BY SIZE
                      SJ-MAKER-ID DELIMITED BY SIZE
                      INTO WS-MAKER-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO RPTOUT-REC
           STRING '        ' DELIMITED BY SIZE
                  WS-MAKER-TEXT DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           IF WA-FCD-EFF-TO NOT = WB-FCD-EFF-TO
               MOVE 'EFF-TO'            TO WS-FIELD-NAME
               MOVE WB-FCD-EFF-TO       TO WS-OLD-VALUE
               MOVE WA-FCD-EFF-TO       TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-FCD-DESC NOT = WB-FCD-DESC
               MOVE 'DESC'              TO WS-FIELD-NAME
               MOVE WB-FCD-DESC         TO WS-OLD-VALUE
               MOVE WA-FCD-DESC         TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------*
      *    Revokes are physical deletes and carry a blank after
      *    image; 3300 prints them as ENTRY DELETED without coming
      *    here.
       3350-ENTITLE-FIELDS.
           MOVE SJ-BEFORE-IMAGE TO WS-ENT-BEFORE
           MOVE SJ-AFTER-IMAGE  TO WS-ENT-AFTER

           IF WA-ENT-GRANTED-BY NOT = WB-ENT-GRANTED-BY
               MOVE 'GRANTED-BY'        TO WS-FIELD-NAME
               MOVE WB-ENT-GRANTED-BY   TO WS-OLD-VALUE
               MOVE WA-ENT-GRANTED-BY   TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF

           IF WA-ENT-GRANT-DATE NOT = WB-ENT-GRANT-DATE
               MOVE 'GRANT-DATE'        TO WS-FIELD-NAME
               MOVE WB-ENT-GRANT-DATE   TO WS-OLD-VALUE
               MOVE WA-ENT-GRANT-DATE   TO WS-NEW-VALUE
               PERFORM 3400-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------*
       3400-WRITE-FIELD-LINE.
           ADD 1 TO WS-FIELD-LINES
           MOVE SPACES TO RPTOUT-REC
           STRING '        ' DELIMITED BY SIZE
                  WS-FIELD-NAME DELIMITED BY SIZE
                  ' OLD=' DELIMITED BY SIZE
                  WS-OLD-VALUE DELIMITED BY SIZE
                  ' NEW=' DELIMITED BY SIZE
                  WS-NEW-VALUE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       3500-COUNT-USER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USER-USED
                   OR WS-FOUND
               IF WS-USR-ID(WS-USR-IDX) = SJ-USER-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-USR-IDX
           ELSE
               IF WS-USER-USED < WS-USER-MAX
                   ADD 1 TO WS-USER-USED
                   MOVE WS-USER-USED TO WS-USR-IDX
                   MOVE SJ-USER-ID TO WS-USR-ID(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-TOTAL(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-CUSTOMER(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-PRODUCT(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-RULE(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-FINCODE(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-ENTITLE(WS-USR-IDX)
                   MOVE ZERO TO WS-USR-FLAGGED(WS-USR-IDX)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY 'UCDZJRN: USER TABLE FULL, USER "'
                       SJ-USER-ID '" NOT COUNTED SEPARATELY'
               END-IF
           END-IF

           IF WS-FOUND
               ADD 1 TO WS-USR-TOTAL(WS-USR-IDX)
               EVALUATE SJ-MASTER
                   WHEN 'CUSTOMER'
                       ADD 1 TO WS-USR-CUSTOMER(WS-USR-IDX)
                   WHEN 'PRODUCT'
                       ADD 1 TO WS-USR-PRODUCT(WS-USR-IDX)
                   WHEN 'RULE'
                       ADD 1 TO WS-USR-RULE(WS-USR-IDX)
                   WHEN 'FINCODE'
                       ADD 1 TO WS-USR-FINCODE(WS-USR-IDX)
                   WHEN 'ENTITLE'
                       ADD 1 TO WS-USR-ENTITLE(WS-USR-IDX)
               END-EVALUATE
               IF WS-ENTRY-FLAGGED
                   ADD 1 TO WS-USR-FLAGGED(WS-USR-IDX)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    A blank user id is counted like any other -- it shows as
      *    a blank line in the summary, which is itself worth seeing.
       4000-PRINT-USER-SUMMARY.
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE 'CHANGES BY USER' TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-USER-HEADING-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USER-USED
               MOVE WS-USR-ID(WS-USR-IDX)       TO WS-USL-USER-ID
               MOVE WS-USR-TOTAL(WS-USR-IDX)    TO WS-USL-TOTAL
               MOVE WS-USR-CUSTOMER(WS-USR-IDX) TO WS-USL-CUSTOMER
               MOVE WS-USR-PRODUCT(WS-USR-IDX)  TO WS-USL-PRODUCT
               MOVE WS-USR-RULE(WS-USR-IDX)     TO WS-USL-RULE
               MOVE WS-USR-FINCODE(WS-USR-IDX)  TO WS-USL-FINCODE
               MOVE WS-USR-ENTITLE(WS-USR-IDX)  TO WS-USL-ENTITLE
               MOVE WS-USR-FLAGGED(WS-USR-IDX)  TO WS-USL-FLAGGED
               MOVE WS-USER-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-PERFORM.

      *--------------------------------------------------------------*
