      *    Nightly portfolio suitability sweep.  UCDZSUI answers only
      *    at the moment of sale; this driver re-runs every existing
      *    holding on HOLDIN (HOLDREC.cpy: customer id, finance code,
      *    product id, units -- unloaded by UCDZHLU from the HOLDMS
      *    master UCDZHLM books online) through the same three
      *    checks UCDZSUI makes online, against flat copies of the
      *    same files the previous job steps REPRO off VSAM:
      *      1. finance code effective today on the UCDZFCD reference
      *         data (FINCODE, same effective-date rule as UCDZFIN
      *         and UCDZBAT: from-date on or before today, to-date
      *    holding breached and 0 when none did, so the scheduler can
      *    route the feed and compliance can see a clean night is
      *    provably clean.
      *
      *    "Today" is the business date off the BDCTL control file
      *    (UCDZBDT), not the system clock, so a sweep that slips past
      *    midnight or is rerun next morning still judges finance
      *    codes as at the night it belongs to; the date heads the
      *    report.  RETURN-CODE 12, with nothing written, when
      *    UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-RULE-OK                         VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-BREACH-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-BREACH-REASON           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           PERFORM 0050-LOAD-FINANCE-CODES
           PERFORM 0060-LOAD-PRODUCTS
           OPEN OUTPUT EXCPOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'PORTFOLIO SUITABILITY SWEEP  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZSWP' TO BDT-PROGRAM
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
