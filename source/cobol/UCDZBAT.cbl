      *    flagged counts.  The job ends with RETURN-CODE 4 when any
      *    name was flagged and 0 when none were, so the scheduler
      *    can route the exceptions file to the data-quality team.
      *
      *    The source CCSID of the run comes from the control card on
      *    CTLIN: cols 1-5 the CCSID ('00500', '01047'), col 7 'Y' to
      *    translate each name into the house CCSID before the hex is
      *    taken.  No card, or 00037, judges names against the house
      *    ranges built into UCDZHEX exactly as UCDZCUM does online.
      *    Any other CCSID is looked up on CODEPAGE (the flat copy of
      *    the UCDZCPG reference file) and its record passed to
      *    UCDZHEX; a CCSID not found there, or not five digits, ends
      *    the run with RETURN-CODE 8 before anything is written, so
      *    the checkpoint and working files are left as they were.  A
      *    restart must run under the same card as the run it
      *    resumes.  The CCSID and option appear on every report line
      *    and in the exceptions trailer.
      *
      *    "Today" for the finance-code effective-date rule is the
      *    business date off the BDCTL control file (UCDZBDT), not the
      *    system clock, so a run that slips past midnight or resumes
      *    next morning still judges codes as at its own night.  The
      *    report opens with a heading line carrying the business
      *    date, CCSID and option, and a resumed run adds a line
      *    saying where it resumed.  RETURN-CODE 12, with nothing
      *    written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FINCODE ASSIGN TO FINCODE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTLIN ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CODEPAGE ASSIGN TO CODEPAGE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  FINCODE-REC.
           COPY FINCODE.

       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTLIN-REC.
           05 CTL-CCSID               PIC X(05).
           05 FILLER                  PIC X(01).
           05 CTL-TRANSLATE-OPTION    PIC X(01).
           05 FILLER                  PIC X(73).

       FD  CODEPAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CODEPAGE-REC.
           COPY CODEPAGE.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
           88 WS-CHKPT-EOF                       VALUE 'Y'.
       01  WS-FIN-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-FIN-EOF                         VALUE 'Y'.
       01  WS-CPG-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-CPG-EOF                         VALUE 'Y'.
       01  WS-CODEPAGE-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-CODEPAGE-FOUND                  VALUE 'Y'.
       01  WS-CODEPAGE-REFUSED-SW     PIC X(01) VALUE 'N'.
           88 WS-CODEPAGE-REFUSED                VALUE 'Y'.
       01  WS-FINCODE-OK-SW           PIC X(01).
           88 WS-FINCODE-OK                      VALUE 'Y'.
       01  WS-RECORD-COUNT            PIC S9(8) COMP VALUE ZERO.
       01  WS-NAME-OUT                PIC X(30) VALUE SPACES.
       01  WS-FLAG-REASON             PIC X(01) VALUE SPACE.

      *    The run's source codepage.  WS-FUNCTION-CODE stays 'ENC'
      *    for the house CCSID and becomes 'ENX'/'ENT' when another
      *    CCSID's reference record is passed in WS-CODEPAGE-RECORD.
       01  WS-CCSID                   PIC X(05) VALUE '00037'.
       01  WS-TRANSLATE-OPTION        PIC X(01) VALUE 'N'.
       01  WS-CODEPAGE-RECORD.
           COPY CODEPAGE REPLACING
               ==CPG-CCSID==       BY ==WS-CPG-CCSID==
               ==CPG-DESC==        BY ==WS-CPG-DESC==
               ==CPG-RANGE-COUNT== BY ==WS-CPG-RANGE-COUNT==
               ==CPG-RANGE-FROM==  BY ==WS-CPG-RANGE-FROM==
               ==CPG-RANGE-TO==    BY ==WS-CPG-RANGE-TO==
               ==CPG-RANGE-CLASS== BY ==WS-CPG-RANGE-CLASS==
               ==CPG-HOUSE-FROM==  BY ==WS-CPG-HOUSE-FROM==
               ==CPG-RANGE==       BY ==WS-CPG-RANGE==.

      *    The finance-code reference entries (flat copy of UCDZFCD),
      *    loaded once at start-up.  Validity follows UCDZFIN: any
      *    entry for the code whose effective-from is on or before
      *    today and whose effective-to is blank or on or after
      *    today.
       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-FINCODE-TABLE.
           05 WS-FINCODE-MAX          PIC S9(4) COMP VALUE 50.
           05 WS-FINCODE-USED         PIC S9(4) COMP VALUE ZERO.
           05 WS-TRL-PROCESSED        PIC 9(08).
           05 FILLER                  PIC X(09) VALUE ' FLAGGED='.
           05 WS-TRL-FLAGGED          PIC 9(08).
           05 FILLER                  PIC X(07) VALUE ' CCSID='.
           05 WS-TRL-CCSID            PIC X(05).
           05 FILLER                  PIC X(11) VALUE ' TRANSLATE='.
           05 WS-TRL-TRANSLATE        PIC X(01).
           05 FILLER                  PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           PERFORM 0010-SELECT-CODEPAGE
           IF WS-CODEPAGE-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTIN

           PERFORM 0050-LOAD-FINANCE-CODES

           PERFORM 0100-READ-CHECKPOINT
                   UNTIL WS-EOF
                   OR WS-SKIPPED-COUNT = WS-RESTART-COUNT
               MOVE WS-RESTART-COUNT TO WS-POSITION-COUNT
               MOVE SPACES TO RPTOUT-REC
               STRING 'RESUMED AFTER RECORD ' DELIMITED BY SIZE
                      WS-RESTART-COUNT DELIMITED BY SIZE
                      '  BUSINESS DATE ' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      INTO RPTOUT-REC
               END-STRING
               WRITE RPTOUT-REC
           ELSE
               OPEN OUTPUT RPTOUT
               OPEN OUTPUT EXCPOUT
               MOVE SPACES TO RPTOUT-REC
               STRING 'CUSTOMER NAME CONVERSION REPORT  BUSINESS DATE '
                          DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      '  CCSID ' DELIMITED BY SIZE
                      WS-CCSID DELIMITED BY SIZE
                      '  TRANSLATE ' DELIMITED BY SIZE
                      WS-TRANSLATE-OPTION DELIMITED BY SIZE
                      INTO RPTOUT-REC
               END-STRING
               WRITE RPTOUT-REC
           END-IF

           PERFORM UNTIL WS-EOF

           MOVE WS-POSITION-COUNT TO WS-TRL-PROCESSED
           MOVE WS-FLAGGED-COUNT   TO WS-TRL-FLAGGED
           MOVE WS-CCSID           TO WS-TRL-CCSID
           MOVE WS-TRANSLATE-OPTION TO WS-TRL-TRANSLATE
           MOVE WS-TRAILER-LINE    TO EXCPOUT-REC
           WRITE EXCPOUT-REC


           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZBAT' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
      *    First card only; an empty CTLIN (DD DUMMY) or a blank
      *    CCSID is a house-CCSID run.
       0010-SELECT-CODEPAGE.
           OPEN INPUT CTLIN
           READ CTLIN
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-CCSID NOT = SPACES
                       MOVE CTL-CCSID TO WS-CCSID
                   END-IF
                   IF CTL-TRANSLATE-OPTION = 'Y'
                       MOVE 'Y' TO WS-TRANSLATE-OPTION
                   END-IF
           END-READ
           CLOSE CTLIN

           EVALUATE TRUE
               WHEN WS-CCSID = '00037'
                   MOVE 'ENC' TO WS-FUNCTION-CODE
               WHEN WS-CCSID IS NOT NUMERIC
                   DISPLAY 'UCDZBAT: CCSID "' WS-CCSID
                       '" ON CONTROL CARD NOT FIVE DIGITS -- RUN ENDED'
                   SET WS-CODEPAGE-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM 0020-LOAD-CODEPAGE
           END-EVALUATE

           IF NOT WS-CODEPAGE-REFUSED
               DISPLAY 'UCDZBAT: SOURCE CCSID ' WS-CCSID
                   ' TRANSLATE=' WS-TRANSLATE-OPTION
           END-IF.

      *--------------------------------------------------------------*
       0020-LOAD-CODEPAGE.
           OPEN INPUT CODEPAGE
           PERFORM UNTIL WS-CPG-EOF OR WS-CODEPAGE-FOUND
               READ CODEPAGE
                   AT END
                       SET WS-CPG-EOF TO TRUE
                   NOT AT END
                       IF CPG-CCSID = WS-CCSID
                           MOVE CODEPAGE-REC TO WS-CODEPAGE-RECORD
                           SET WS-CODEPAGE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODEPAGE

           IF WS-CODEPAGE-FOUND
               IF WS-TRANSLATE-OPTION = 'Y'
                   MOVE 'ENT' TO WS-FUNCTION-CODE
               ELSE
                   MOVE 'ENX' TO WS-FUNCTION-CODE
               END-IF
           ELSE
               DISPLAY 'UCDZBAT: CCSID ' WS-CCSID
                   ' NOT ON CODEPAGE REFERENCE FILE -- RUN ENDED'
               SET WS-CODEPAGE-REFUSED TO TRUE
           END-IF.

      *--------------------------------------------------------------*
       0050-LOAD-FINANCE-CODES.
           OPEN INPUT FINCODE

           CALL 'UCDZHEX' USING WS-FUNCTION-CODE CUS-CUST-NAME
               WS-NAME-HEX WS-CODEPAGE-FLAG WS-HEX-IN WS-NAME-OUT
               WS-FLAG-REASON WS-CODEPAGE-RECORD
           END-CALL

           PERFORM 1100-VALIDATE-FINANCE-CODE
                  WS-CODEPAGE-FLAG DELIMITED BY SIZE
                  ' FC='           DELIMITED BY SIZE
                  CUS-FINANCE-CODE DELIMITED BY SIZE
                  ' CS='           DELIMITED BY SIZE
                  WS-CCSID         DELIMITED BY SIZE
                  ' TR='           DELIMITED BY SIZE
                  WS-TRANSLATE-OPTION DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING

