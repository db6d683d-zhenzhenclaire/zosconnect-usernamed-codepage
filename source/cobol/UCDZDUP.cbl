       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZDUP.
      *----------------------------------------------------------------*
      *    Duplicate customer detection.  UCDZCUM refuses an ADD only
      *    when the customer id is already on file, so the same person
      *    set up twice under two ids goes unnoticed.  This run
      *    reduces every CUS-CUST-NAME on the CUSTMS master (CUSTIN,
      *    flat copy in customer id order) to its match key through
      *    the UCDZHEX 'NRM' function -- case, spacing, punctuation
      *    and the accented letters of the house CCSID folded away,
      *    so O'BRIEN / OBRIEN / O BRIEN and an accented name keyed
      *    with and without its accent all meet -- and reports every
      *    match key carried by more than one customer id.
      *
      *    Each group lists its customer ids with name, finance code,
      *    status and the number of holdings on the holdings master
      *    (HMSIN, flat copy in customer id order) under the id, and
      *    closes with whether the finance codes and the statuses of
      *    the group's records agree -- the first thing to settle
      *    before the records are merged.
      *
      *    The sorted keys are also written to NMXOUT, one CUSTNMX
      *    record per customer, which the job loads into the UCDZNMX
      *    name index KSDS that UCDZCUM checks on ADD.  A name that
      *    reduces to nothing (punctuation only) has no key; it is
      *    named on the console and left out of both.
      *
      *    The report is headed with the business date off the BDCTL
      *    control file (UCDZBDT), not the system clock.
      *
      *    RETURN-CODE 4 when any duplicate group was found, 0 when
      *    none was; 12, with nothing written, when UCDZBDT refuses
      *    the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTIN ASSIGN TO CUSTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HMSIN ASSIGN TO HMSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT NMXOUT ASSIGN TO NMXOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTWK ASSIGN TO SORTWK.

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

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

       FD  NMXOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NMXOUT-REC.
           COPY CUSTNMX.

      *    One entry per customer, sorted on match key then id so a
      *    group's members arrive together, lowest id first.
       SD  SORTWK.
       01  SORT-DUP-REC.
           05 SD-MATCH-KEY            PIC X(30).
           05 SD-CUSTOMER-ID          PIC X(08).
           05 SD-CUST-NAME            PIC X(30).
           05 SD-FINANCE-CODE         PIC X(02).
           05 SD-STATUS               PIC X(01).
           05 SD-HOLDINGS             PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-HMS-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-HMS-EOF                         VALUE 'Y'.
       01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF                        VALUE 'Y'.
       01  WS-HELD-SW                 PIC X(01) VALUE 'N'.
           88 WS-ENTRY-HELD                      VALUE 'Y'.
       01  WS-GROUP-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-GROUP-OPEN                      VALUE 'Y'.
       01  WS-FC-DIFFER-SW            PIC X(01).
           88 WS-FC-DIFFER                       VALUE 'Y'.
       01  WS-ST-DIFFER-SW            PIC X(01).
           88 WS-ST-DIFFER                       VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-CUSTOMER-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-NO-KEY-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-GROUP-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-DUP-ID-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-DISAGREE-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-CUST-HOLDINGS           PIC 9(05).

      *    The current group: its first member's finance code and
      *    status, against which every later member is compared.
       01  WS-GROUP-MEMBERS           PIC 9(05).
       01  WS-GROUP-FIRST-FC          PIC X(02).
       01  WS-GROUP-FIRST-ST          PIC X(01).

      *    The previous sort entry, held until the next one shows
      *    whether it opens a group; and the member being printed.
       01  WS-HELD-REC                PIC X(76).
       01  WS-MEMBER-REC.
           05 WS-MB-MATCH-KEY         PIC X(30).
           05 WS-MB-CUSTOMER-ID       PIC X(08).
           05 WS-MB-CUST-NAME         PIC X(30).
           05 WS-MB-FINANCE-CODE      PIC X(02).
           05 WS-MB-STATUS            PIC X(01).
           05 WS-MB-HOLDINGS          PIC 9(05).

      *    UCDZHEX call parameters, full-size as every caller passes
      *    them.
       01  WS-HEX-FUNCTION            PIC X(03) VALUE 'NRM'.
       01  WS-NAME-HEX                PIC X(60).
       01  WS-CODEPAGE-FLAG           PIC X(01).
       01  WS-HEX-IN                  PIC X(60) VALUE SPACES.
       01  WS-MATCH-KEY               PIC X(30).
       01  WS-FLAG-REASON             PIC X(01).

       01  WS-MEMBER-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WS-ML-CUSTOMER-ID       PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-ML-CUST-NAME         PIC X(30).
           05 FILLER                  PIC X(05) VALUE '  FC '.
           05 WS-ML-FINANCE-CODE      PIC X(02).
           05 FILLER                  PIC X(05) VALUE '  ST '.
           05 WS-ML-STATUS            PIC X(01).
           05 FILLER                  PIC X(11) VALUE '  HOLDINGS '.
           05 WS-ML-HOLDINGS          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(58) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(10) VALUE 'CUSTOMERS='.
           05 WS-TRL-CUSTOMERS        PIC 9(08).
           05 FILLER                  PIC X(08) VALUE ' GROUPS='.
           05 WS-TRL-GROUPS           PIC 9(08).
           05 FILLER                  PIC X(15) VALUE ' IDS-IN-GROUPS='.
           05 WS-TRL-DUP-IDS          PIC 9(08).
           05 FILLER                  PIC X(13) VALUE ' DISAGREEING='.
           05 WS-TRL-DISAGREE         PIC 9(08).
           05 FILLER                  PIC X(08) VALUE ' NO-KEY='.
           05 WS-TRL-NO-KEY           PIC 9(08).
           05 FILLER                  PIC X(38) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           OPEN OUTPUT RPTOUT
           OPEN OUTPUT NMXOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'DUPLICATE CUSTOMER CANDIDATES  BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           SORT SORTWK
               ON ASCENDING KEY SD-MATCH-KEY
               ON ASCENDING KEY SD-CUSTOMER-ID
               INPUT PROCEDURE IS 1000-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS 2000-REPORT-GROUPS

           MOVE WS-CUSTOMER-COUNT TO WS-TRL-CUSTOMERS
           MOVE WS-GROUP-COUNT    TO WS-TRL-GROUPS
           MOVE WS-DUP-ID-COUNT   TO WS-TRL-DUP-IDS
           MOVE WS-DISAGREE-COUNT TO WS-TRL-DISAGREE
           MOVE WS-NO-KEY-COUNT   TO WS-TRL-NO-KEY
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE RPTOUT
           CLOSE NMXOUT

           DISPLAY 'UCDZDUP: ' WS-CUSTOMER-COUNT ' CUSTOMER(S), '
               WS-GROUP-COUNT ' DUPLICATE GROUP(S) COVERING '
               WS-DUP-ID-COUNT ' ID(S)'

           IF WS-GROUP-COUNT > ZERO
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
           MOVE 'UCDZDUP' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
      *    Customers and holdings are both in customer id order, so
      *    each customer's holdings count is taken by walking the
      *    holdings forward alongside; holdings under an id not on
      *    the master are passed over (the integrity sweep reports
      *    them).
       1000-RELEASE-CUSTOMERS.
           OPEN INPUT CUSTIN
           OPEN INPUT HMSIN
           PERFORM 1050-READ-HOLDING
           PERFORM 1100-RELEASE-CUSTOMER UNTIL WS-EOF
           CLOSE CUSTIN
           CLOSE HMSIN.

      *--------------------------------------------------------------*
       1050-READ-HOLDING.
           READ HMSIN
               AT END
                   SET WS-HMS-EOF TO TRUE
           END-READ.

      *--------------------------------------------------------------*
       1100-RELEASE-CUSTOMER.
           READ CUSTIN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM 1200-COUNT-HOLDINGS
                   PERFORM 1300-NORMALISE-NAME
                   IF WS-MATCH-KEY = SPACES
                       ADD 1 TO WS-NO-KEY-COUNT
                       DISPLAY 'UCDZDUP: CUSTOMER ' CUS-CUSTOMER-ID
                           ' NAME HAS NO LETTERS OR DIGITS -- '
                           'NOT MATCHED'
                   ELSE
                       MOVE WS-MATCH-KEY     TO SD-MATCH-KEY
                       MOVE CUS-CUSTOMER-ID  TO SD-CUSTOMER-ID
                       MOVE CUS-CUST-NAME    TO SD-CUST-NAME
                       MOVE CUS-FINANCE-CODE TO SD-FINANCE-CODE
                       MOVE CUS-STATUS       TO SD-STATUS
                       MOVE WS-CUST-HOLDINGS TO SD-HOLDINGS
                       RELEASE SORT-DUP-REC
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
       1200-COUNT-HOLDINGS.
           MOVE ZERO TO WS-CUST-HOLDINGS
           PERFORM 1050-READ-HOLDING
               UNTIL WS-HMS-EOF
               OR HMS-CUSTOMER-ID NOT < CUS-CUSTOMER-ID
           PERFORM 1250-COUNT-ONE-HOLDING
               UNTIL WS-HMS-EOF
               OR HMS-CUSTOMER-ID NOT = CUS-CUSTOMER-ID.

      *--------------------------------------------------------------*
       1250-COUNT-ONE-HOLDING.
           ADD 1 TO WS-CUST-HOLDINGS
           PERFORM 1050-READ-HOLDING.

      *--------------------------------------------------------------*
       1300-NORMALISE-NAME.
           MOVE SPACES TO WS-MATCH-KEY
           MOVE 'N' TO WS-CODEPAGE-FLAG
           MOVE SPACE TO WS-FLAG-REASON

           CALL 'UCDZHEX' USING WS-HEX-FUNCTION CUS-CUST-NAME
               WS-NAME-HEX WS-CODEPAGE-FLAG WS-HEX-IN WS-MATCH-KEY
               WS-FLAG-REASON
           END-CALL.

      *--------------------------------------------------------------*
      *    Every entry goes to the name index.  An entry is held
      *    until the next one is seen: a matching key opens (or
      *    extends) a group, a different key closes any open group.
       2000-REPORT-GROUPS.
           PERFORM 2100-RETURN-ENTRY UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
               PERFORM 2400-CLOSE-GROUP
           END-IF.

      *--------------------------------------------------------------*
       2100-RETURN-ENTRY.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SD-MATCH-KEY   TO NMX-MATCH-KEY
                   MOVE SD-CUSTOMER-ID TO NMX-CUSTOMER-ID
                   WRITE NMXOUT-REC

                   IF WS-ENTRY-HELD
                      AND SD-MATCH-KEY = WS-HELD-REC(1:30)
                       IF NOT WS-GROUP-OPEN
                           PERFORM 2200-OPEN-GROUP
                       END-IF
                       MOVE SORT-DUP-REC TO WS-MEMBER-REC
                       PERFORM 2300-PRINT-MEMBER
                   ELSE
                       IF WS-GROUP-OPEN
                           PERFORM 2400-CLOSE-GROUP
                       END-IF
                   END-IF

                   MOVE SORT-DUP-REC TO WS-HELD-REC
                   SET WS-ENTRY-HELD TO TRUE
           END-RETURN.

      *--------------------------------------------------------------*
      *    The held entry is the group's first member; its finance
      *    code and status are what the rest are compared against.
       2200-OPEN-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-MEMBERS
           MOVE 'N' TO WS-FC-DIFFER-SW
           MOVE 'N' TO WS-ST-DIFFER-SW

           MOVE WS-HELD-REC TO WS-MEMBER-REC
           MOVE WS-MB-FINANCE-CODE TO WS-GROUP-FIRST-FC
           MOVE WS-MB-STATUS       TO WS-GROUP-FIRST-ST

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE SPACES TO RPTOUT-REC
           STRING 'GROUP ' DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  '  MATCH KEY ' DELIMITED BY SIZE
                  WS-MB-MATCH-KEY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           PERFORM 2300-PRINT-MEMBER.

      *--------------------------------------------------------------*
       2300-PRINT-MEMBER.
           ADD 1 TO WS-GROUP-MEMBERS
           ADD 1 TO WS-DUP-ID-COUNT
           IF WS-MB-FINANCE-CODE NOT = WS-GROUP-FIRST-FC
               SET WS-FC-DIFFER TO TRUE
           END-IF
           IF WS-MB-STATUS NOT = WS-GROUP-FIRST-ST
               SET WS-ST-DIFFER TO TRUE
           END-IF

           MOVE WS-MB-CUSTOMER-ID  TO WS-ML-CUSTOMER-ID
           MOVE WS-MB-CUST-NAME    TO WS-ML-CUST-NAME
           MOVE WS-MB-FINANCE-CODE TO WS-ML-FINANCE-CODE
           MOVE WS-MB-STATUS       TO WS-ML-STATUS
           MOVE WS-MB-HOLDINGS     TO WS-ML-HOLDINGS
           MOVE WS-MEMBER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       2400-CLOSE-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           IF WS-FC-DIFFER OR WS-ST-DIFFER
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF

           MOVE SPACES TO RPTOUT-REC
           IF WS-FC-DIFFER
               IF WS-ST-DIFFER
                   STRING '    ' DELIMITED BY SIZE
                          WS-GROUP-MEMBERS DELIMITED BY SIZE
                          ' IDS -- RECORDS DISAGREE: FINANCE CODE '
                          DELIMITED BY SIZE
                          'AND STATUS' DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
               ELSE
                   STRING '    ' DELIMITED BY SIZE
                          WS-GROUP-MEMBERS DELIMITED BY SIZE
                          ' IDS -- RECORDS DISAGREE: FINANCE CODE'
                          DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
               END-IF
           ELSE
               IF WS-ST-DIFFER
                   STRING '    ' DELIMITED BY SIZE
                          WS-GROUP-MEMBERS DELIMITED BY SIZE
                          ' IDS -- RECORDS DISAGREE: STATUS'
                          DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
               ELSE
                   STRING '    ' DELIMITED BY SIZE
                          WS-GROUP-MEMBERS DELIMITED BY SIZE
                          ' IDS -- RECORDS AGREE ON FINANCE CODE '
                          DELIMITED BY SIZE
                          'AND STATUS' DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
               END-IF
           END-IF
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
