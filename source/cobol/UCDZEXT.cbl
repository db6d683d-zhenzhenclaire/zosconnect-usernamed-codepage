      *    would otherwise make tomorrow's delta report every product
      *    as ADDED.  This program itself also ends with CC 8 on an
      *    empty input so a bad REPRO is caught at the earliest step.
      *
      *    The extract date in the trailer is the business date off
      *    the BDCTL control file (UCDZBDT), not the system clock, so
      *    a late run or a morning rerun still stamps the extract
      *    with the cycle it belongs to.  RETURN-CODE 12, with
      *    nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-EOF                             VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-ACTIVE-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-DELETED-COUNT           PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           OPEN INPUT PRODFLT
           OPEN OUTPUT EXTOUT

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZEXT' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
       1000-WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-RECORD-COUNT
