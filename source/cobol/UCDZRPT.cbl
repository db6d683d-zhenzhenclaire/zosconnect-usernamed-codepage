      *    truncation ceiling.  The delta detail goes to a work file
      *    during the merge so the summary counts can still lead the
      *    report.
      *
      *    The report is headed with the business date off the BDCTL
      *    control file (UCDZBDT), and the extract must carry that
      *    same date in its trailer -- an extract left over from
      *    another business date fails verification like an
      *    out-of-balance one.  RETURN-CODE 12, with nothing written,
      *    when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TRL-RECORDS             PIC 9(08) VALUE ZERO.
       01  WS-TRL-ACTIVE              PIC 9(08) VALUE ZERO.
       01  WS-TRL-DELETED             PIC 9(08) VALUE ZERO.
       01  WS-TRL-EXTRACT-DATE        PIC X(08) VALUE SPACES.
       01  WS-EXTR-READ               PIC 9(08) VALUE ZERO.
       01  WS-EXTR-ACTIVE             PIC 9(08) VALUE ZERO.
       01  WS-EXTR-DELETED            PIC 9(08) VALUE ZERO.
       01  WS-TOTALS-OK-SW            PIC X(01) VALUE 'Y'.
           88 WS-TOTALS-OK                       VALUE 'Y'.

       01  WS-BUSINESS-DATE           PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'DAILY PRODUCT RECONCILIATION  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

      *    Sort today's extract on product id.  The input procedure
      *    strips and captures the control trailer and keeps the
      *    control counts as it releases detail records.

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZRPT' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE.

      *--------------------------------------------------------------*
       1000-RELEASE-EXTRACT.
           OPEN INPUT PRODIN
      *    checkpoint gives a damaged record.
       1200-CAPTURE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           MOVE PT-EXTRACT-DATE TO WS-TRL-EXTRACT-DATE
           IF PT-RECORDS IS NUMERIC
              AND PT-ACTIVE IS NUMERIC
              AND PT-DELETED IS NUMERIC
                   'BALANCE -- TRAILER=' WS-TRL-RECORDS
                   ' READ=' WS-EXTR-READ
               MOVE 'N' TO WS-TOTALS-OK-SW
           END-IF

           IF WS-TOTALS-OK
              AND WS-TRL-EXTRACT-DATE NOT = WS-BUSINESS-DATE
               DISPLAY 'UCDZRPT: EXTRACT IS FOR BUSINESS DATE '
                   WS-TRL-EXTRACT-DATE ', NOT ' WS-BUSINESS-DATE
               MOVE 'N' TO WS-TOTALS-OK-SW
           END-IF.

      *--------------------------------------------------------------*
