      *    RETURN-CODE 4 when anything is pending and 0 when the
      *    file is clear, so the scheduler can route the listing to
      *    the approvers only on the days it matters.
      *
      *    The listing is headed with the business date off the BDCTL
      *    control file (UCDZBDT), not the system clock.  RETURN-CODE
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
       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.

       01  WS-DETAIL-LINE.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           OPEN INPUT FCPIN
           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'FINANCE CODE CHANGES AWAITING APPROVAL  BUSINESS '
                  DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
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
           MOVE 'UCDZFCL' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.

      *--------------------------------------------------------------*
       1000-PRINT-PENDING-ITEM.
           ADD 1 TO WS-RECORD-COUNT
