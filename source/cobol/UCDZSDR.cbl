      *    history dataset, everything else to KEEPOUT for the step
      *    that rebuilds the active ESDS -- the same cycle UCDZAUR
      *    runs for the conversion audit trail.
      *
      *    The report date is the business date off the BDCTL control
      *    file (UCDZBDT), not the system clock, and the detail list
      *    covers every calendar day of the business day -- from the
      *    day after the prior business date -- so decisions taken
      *    over a weekend or holiday are not missed.  The retention
      *    cutoff counts back from the business date.  RETURN-CODE
      *    12, with nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-EOF                             VALUE 'Y'.

       01  WS-REPORT-DATE             PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-CUTOFF-DATE             PIC X(08).
       01  WS-DATE-INT                PIC S9(8) COMP.
       01  WS-CUTOFF-NUM              PIC 9(08).
       01  WS-COUNT-DISPLAY           PIC ZZ,ZZZ,ZZ9.

       01  WS-DETAIL-LINE.
           05 WS-DET-DATE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TIME             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-ADVISOR          PIC X(08).
           05 WS-DET-RISK             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-OUTCOME          PIC X(80).
           05 FILLER                  PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZSDR' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.

      *--------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0005-GET-BUSINESS-DATE

      *    The retention line: anything dated more than 90 days back
      *    belongs on the history dataset, not the active file.
           OPEN OUTPUT KEEPOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'SUITABILITY DECISION REPORT  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  ACTIVITY FROM ' DELIMITED BY SIZE
                  BDT-DAY-FROM DELIMITED BY SIZE
                  '  (RETENTION CUTOFF ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'NOT PERMITTED DECISIONS IN THE BUSINESS DAY'
               TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'DATE     TIME   ADVISOR  FC PRODID RISK TYPE  OUTCOME'
               TO RPTOUT-REC
           WRITE RPTOUT-REC.


           PERFORM 2100-COUNT-FINANCE-CODE

           IF SDL-DATE NOT < BDT-DAY-FROM
              AND SDL-DATE NOT > WS-REPORT-DATE
              AND SDL-OUTCOME(1:13) = 'NOT PERMITTED'
               PERFORM 2200-WRITE-DETAIL-LINE
           END-IF
      *--------------------------------------------------------------*
       2200-WRITE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SDL-DATE         TO WS-DET-DATE
           MOVE SDL-TIME         TO WS-DET-TIME
           MOVE SDL-ADVISOR-ID   TO WS-DET-ADVISOR
           MOVE SDL-FINANCE-CODE TO WS-DET-CODE

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPTOUT-REC
           STRING 'NOT PERMITTED IN THE BUSINESS DAY: '
                      DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
