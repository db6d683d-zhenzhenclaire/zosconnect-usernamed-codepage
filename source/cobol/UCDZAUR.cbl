      *    then splits the file on the 90-day retention line: records
      *    older than the cutoff go to ARCHOUT for the history
      *    dataset, everything else to KEEPOUT for the step that
      *    rebuilds the active ESDS.  Each detail line carries the
      *    source CCSID and translate option the conversion ran
      *    under, so it can be repeated exactly.
      *
      *    The report date is the business date off the BDCTL control
      *    file (UCDZBDT), not the system clock, and the detail list
      *    covers every calendar day of the business day -- from the
      *    day after the prior business date -- so Monday's report
      *    carries the weekend.  The retention cutoff counts back
      *    from the business date.  RETURN-CODE 12, with nothing
      *    written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  ARCHOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCHOUT-REC                PIC X(115).

       FD  KEEPOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  KEEPOUT-REC                PIC X(115).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.

       01  WS-REPORT-DATE             PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-CUTOFF-DATE             PIC X(08).
       01  WS-DATE-INT                PIC S9(8) COMP.
       01  WS-CUTOFF-NUM              PIC 9(08).
           05 WS-DET-CUST-NAME        PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-HEX-VALUE        PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-CCSID            PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TRANSLATE        PIC X(01).
           05 FILLER                  PIC X(10) VALUE SPACES.

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
           MOVE 'UCDZAUR' TO BDT-PROGRAM
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
           STRING 'UCDZAUD ACTIVITY REPORT  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  ACTIVITY FROM ' DELIMITED BY SIZE
                  BDT-DAY-FROM DELIMITED BY SIZE
                  '  (RETENTION CUTOFF ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
           WRITE RPTOUT-REC

           MOVE 'DATE     TIME   FNC ST CUSTOMER NAME'
                & '                 HEX VALUE'
                & '                                    '
                & '                 CCSID T' TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*

           PERFORM 2100-COUNT-STATUS

           IF AUD-DATE NOT < BDT-DAY-FROM
              AND AUD-DATE NOT > WS-REPORT-DATE
               PERFORM 2200-WRITE-DETAIL-LINE
           END-IF

           MOVE AUD-RETURN-STATUS TO WS-DET-STATUS
           MOVE AUD-CUST-NAME     TO WS-DET-CUST-NAME
           MOVE AUD-HEX-VALUE     TO WS-DET-HEX-VALUE
           MOVE AUD-CCSID         TO WS-DET-CCSID
           MOVE AUD-TRANSLATE-OPTION TO WS-DET-TRANSLATE
           MOVE WS-DETAIL-LINE    TO RPTOUT-REC
           WRITE RPTOUT-REC.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPTOUT-REC
           STRING 'RECORDS DATED ' DELIMITED BY SIZE
                  BDT-DAY-FROM DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
