      *    DEL shows the status byte moving to 'D' -- UCDZPRM deletes
      *    are logical, so the before/after pair is a field change
      *    like any other.
      *
      *    The heading carries the business date off the BDCTL control
      *    file (UCDZBDT) the report ran under.  RETURN-CODE 12, with
      *    nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FROM-DATE               PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                 PIC X(08) VALUE SPACES.

       01  WS-BUSINESS-DATE           PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.

       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-REPORTED-COUNT          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           PERFORM 0100-READ-CONTROL-CARD

           OPEN INPUT PHSIN
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO=' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZPHR' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE.

      *--------------------------------------------------------------*
      *    First card only; an empty CTLIN (DD DUMMY) reports the
      *    whole file.
