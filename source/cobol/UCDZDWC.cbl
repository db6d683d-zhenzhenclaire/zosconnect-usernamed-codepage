       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZDWC.
      *----------------------------------------------------------------*
      *    Control report for the daily warehouse feed -- operations'
      *    record of what was sent.  Reads back the four files UCDZDWF
      *    wrote (FEEDIN, the files concatenated in any order) and
      *    proves each one before it is released:
      *      - it opens with a header and closes with a trailer for
      *        the same feed, with nothing outside them
      *      - the feed is one of CUSTOMER, HOLDING, PRODUCT, SUITDEC,
      *        and there is exactly one file for each
      *      - the header carries this run's business date, so a
      *        file left from an earlier night -- a restart from the
      *        wrong step -- cannot go out again
      *      - the data records counted agree with the trailer's
      *        count, and the hash total recomputed from the data
      *        records agrees with the trailer's hash total, by the
      *        rule UCDZDWF uses: the digits of the customer id,
      *        units, product id or decision time field
      *    One line per file on RPTOUT gives the feed, the business
      *    date and time it was created, the records and hash total
      *    actually in it, and VERIFIED or the first check it failed.
      *    A feed with no file at all is listed as missing.  The
      *    report is headed with the business date off the BDCTL
      *    control file (UCDZBDT).
      *
      *    RETURN-CODE 8 when any file failed, or is missing, so the
      *    files are held back; 0 when all four verified; 12, with
      *    nothing written, when UCDZBDT refuses the run.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEEDIN-REC.
           05 FEEDIN-TYPE             PIC X(02).
           05 FILLER                  PIC X(298).

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-IN-FILE-SW              PIC X(01) VALUE 'N'.
           88 WS-IN-FILE                         VALUE 'Y'.

       01  WS-TODAY                   PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.

      *    The four feeds and which field of their data records the
      *    hash total is taken from (the record type is field 1).
       01  WS-FEED-VALUES.
           05 FILLER                  PIC X(09) VALUE 'CUSTOMER2'.
           05 FILLER                  PIC X(09) VALUE 'HOLDING 6'.
           05 FILLER                  PIC X(09) VALUE 'PRODUCT 2'.
           05 FILLER                  PIC X(09) VALUE 'SUITDEC 3'.
       01  WS-FEED-TABLE              REDEFINES WS-FEED-VALUES.
           05 WS-FEED-ENTRY OCCURS 4 TIMES.
               10 WS-FT-NAME          PIC X(08).
               10 WS-FT-HASH-FIELD    PIC 9(01).
       01  WS-FEED-SEEN-TABLE.
           05 WS-FT-SEEN OCCURS 4 TIMES
                                      PIC 9(02).
       01  WS-FT-IDX                  PIC S9(4) COMP.

      *    The file being read: what its header said, and what its
      *    data records add up to.
       01  WS-SEG-IDX                 PIC S9(4) COMP.
       01  WS-SEG-FEED                PIC X(08).
       01  WS-SEG-BUS-DATE            PIC X(08).
       01  WS-SEG-RUN-DATE            PIC X(08).
       01  WS-SEG-RUN-TIME            PIC X(06).
       01  WS-SEG-COUNT               PIC 9(09).
       01  WS-SEG-HASH                PIC 9(18).
       01  WS-SEG-BAD-COUNT           PIC 9(09).
       01  WS-SEG-RESULT              PIC X(30).

      *    A record split at the commas.  Only the leading fields
      *    are wanted -- every hash field comes before the first
      *    free-text field -- so later ones are not taken.
       01  WS-CSV-FIELDS.
           05 WS-CSV-F OCCURS 6 TIMES PIC X(20).
       01  WS-TRL-COUNT               PIC 9(09).
       01  WS-TRL-HASH                PIC 9(18).

       01  WS-KEY-FIELD               PIC X(20).
       01  WS-KEY-DIGIT               PIC 9(01).
       01  WS-KEY-VALUE               PIC 9(18).
       01  WS-CHAR-IDX                PIC S9(4) COMP.

       01  WS-FILE-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-VERIFIED-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-STRAY-COUNT             PIC 9(08) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 WS-DL-FEED              PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-BUS-DATE          PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-RUN-DATE          PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-RUN-TIME          PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-RECORDS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-HASH              PIC Z(17)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-DL-RESULT            PIC X(30).
           05 FILLER                  PIC X(31) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(06) VALUE 'FILES='.
           05 WS-TRL-FILES            PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' VERIFIED='.
           05 WS-TRL-VERIFIED         PIC 9(08).
           05 FILLER                  PIC X(08) VALUE ' FAILED='.
           05 WS-TRL-FAILED           PIC 9(08).
           05 FILLER                  PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           MOVE ZEROS TO WS-FEED-SEEN-TABLE
           OPEN INPUT FEEDIN
           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'DATA WAREHOUSE FEED CONTROL  BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC
           MOVE 'HASH TOTAL = SUM OF CUSTOMER ID DIGITS (CUSTOMER), '
               & 'UNITS (HOLDING), PRODUCT ID DIGITS (PRODUCT), '
               & 'DECISION TIMES (SUITDEC)' TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE 'FEED      BUS DATE  CREATED   TIME        RECORDS'
               & '          HASH TOTAL  RESULT' TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM UNTIL WS-EOF
               READ FEEDIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-PROCESS-RECORD
               END-READ
           END-PERFORM

           IF WS-IN-FILE
               MOVE 'NO TRAILER -- FILE INCOMPLETE' TO WS-SEG-RESULT
               PERFORM 2000-END-FILE
           END-IF

           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > 4
               IF WS-FT-SEEN(WS-FT-IDX) = ZERO
                   PERFORM 3000-REPORT-MISSING
               END-IF
           END-PERFORM

           IF WS-STRAY-COUNT > ZERO
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO RPTOUT-REC
               STRING WS-STRAY-COUNT DELIMITED BY SIZE
                      ' RECORD(S) OUTSIDE ANY HEADER AND TRAILER'
                          DELIMITED BY SIZE
                      INTO RPTOUT-REC
               END-STRING
               WRITE RPTOUT-REC
           END-IF

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-FILE-COUNT     TO WS-TRL-FILES
           MOVE WS-VERIFIED-COUNT TO WS-TRL-VERIFIED
           MOVE WS-FAILED-COUNT   TO WS-TRL-FAILED
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE FEEDIN
           CLOSE RPTOUT

           DISPLAY 'UCDZDWC: ' WS-FILE-COUNT ' FEED FILE(S) READ, '
               WS-VERIFIED-COUNT ' VERIFIED, ' WS-FAILED-COUNT
               ' FAILED OR MISSING'

           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------------------------------------------*
      *    The business date comes off the control file, not the
      *    system clock.  A control file UCDZBDT will not vouch for
      *    -- empty, damaged, or the prior day's cycle never
      *    completed -- ends the run with CC 12 before anything is
      *    opened.
       0005-GET-BUSINESS-DATE.
           MOVE 'UCDZDWC' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.

      *--------------------------------------------------------------*
      *    A header while a file is still open means that file lost
      *    its trailer.
       1000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN FEEDIN-TYPE = 'H,'
                   IF WS-IN-FILE
                       MOVE 'NO TRAILER -- FILE INCOMPLETE'
                           TO WS-SEG-RESULT
                       PERFORM 2000-END-FILE
                   END-IF
                   PERFORM 1100-START-FILE
               WHEN NOT WS-IN-FILE
                   ADD 1 TO WS-STRAY-COUNT
               WHEN FEEDIN-TYPE = 'D,'
                   PERFORM 1200-COUNT-DATA
               WHEN FEEDIN-TYPE = 'T,'
                   PERFORM 1300-CHECK-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-SEG-BAD-COUNT
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    H,feed,business date,created date,created time
       1100-START-FILE.
           ADD 1 TO WS-FILE-COUNT
           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING FEEDIN-REC DELIMITED BY ','
               INTO WS-CSV-F(1) WS-CSV-F(2) WS-CSV-F(3)
                    WS-CSV-F(4) WS-CSV-F(5)
           END-UNSTRING
           MOVE WS-CSV-F(2) TO WS-SEG-FEED
           MOVE WS-CSV-F(3) TO WS-SEG-BUS-DATE
           MOVE WS-CSV-F(4) TO WS-SEG-RUN-DATE
           MOVE WS-CSV-F(5) TO WS-SEG-RUN-TIME
           MOVE ZERO   TO WS-SEG-COUNT
           MOVE ZERO   TO WS-SEG-HASH
           MOVE ZERO   TO WS-SEG-BAD-COUNT
           MOVE SPACES TO WS-SEG-RESULT

           MOVE ZERO TO WS-SEG-IDX
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > 4
                   OR WS-SEG-IDX > ZERO
               IF WS-FT-NAME(WS-FT-IDX) = WS-SEG-FEED
                   MOVE WS-FT-IDX TO WS-SEG-IDX
               END-IF
           END-PERFORM

           SET WS-IN-FILE TO TRUE.

      *--------------------------------------------------------------*
      *    The hash field's digits, read as one number -- the same
      *    rule UCDZDWF adds them up by.  The quotes around a
      *    character field are passed over with everything else
      *    that is not a digit.
       1200-COUNT-DATA.
           ADD 1 TO WS-SEG-COUNT
           IF WS-SEG-IDX > ZERO
               MOVE SPACES TO WS-CSV-FIELDS
               UNSTRING FEEDIN-REC DELIMITED BY ','
                   INTO WS-CSV-F(1) WS-CSV-F(2) WS-CSV-F(3)
                        WS-CSV-F(4) WS-CSV-F(5) WS-CSV-F(6)
               END-UNSTRING
               MOVE WS-CSV-F(WS-FT-HASH-FIELD(WS-SEG-IDX))
                   TO WS-KEY-FIELD
               MOVE ZERO TO WS-KEY-VALUE
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 20
                   IF WS-KEY-FIELD(WS-CHAR-IDX:1) IS NUMERIC
                       MOVE WS-KEY-FIELD(WS-CHAR-IDX:1)
                           TO WS-KEY-DIGIT
                       COMPUTE WS-KEY-VALUE =
                           WS-KEY-VALUE * 10 + WS-KEY-DIGIT
                   END-IF
               END-PERFORM
               ADD WS-KEY-VALUE TO WS-SEG-HASH
           END-IF.

      *--------------------------------------------------------------*
      *    T,feed,data record count,hash total
       1300-CHECK-TRAILER.
           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING FEEDIN-REC DELIMITED BY ','
               INTO WS-CSV-F(1) WS-CSV-F(2) WS-CSV-F(3) WS-CSV-F(4)
           END-UNSTRING
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-HASH
           IF WS-CSV-F(3)(1:9) IS NUMERIC
               MOVE WS-CSV-F(3)(1:9) TO WS-TRL-COUNT
           END-IF
           IF WS-CSV-F(4)(1:18) IS NUMERIC
               MOVE WS-CSV-F(4)(1:18) TO WS-TRL-HASH
           END-IF

           EVALUATE TRUE
               WHEN WS-SEG-BAD-COUNT > ZERO
                   MOVE 'UNRECOGNISED RECORD(S) IN FILE'
                       TO WS-SEG-RESULT
               WHEN WS-CSV-F(2) NOT = WS-SEG-FEED
                   MOVE 'TRAILER IS FOR ANOTHER FEED' TO WS-SEG-RESULT
               WHEN WS-CSV-F(3)(1:9) IS NOT NUMERIC
                 OR WS-TRL-COUNT NOT = WS-SEG-COUNT
                   MOVE 'RECORD COUNT DOES NOT AGREE' TO WS-SEG-RESULT
               WHEN WS-CSV-F(4)(1:18) IS NOT NUMERIC
                 OR WS-TRL-HASH NOT = WS-SEG-HASH
                   MOVE 'HASH TOTAL DOES NOT AGREE' TO WS-SEG-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-SEG-RESULT
           END-EVALUATE

           PERFORM 2000-END-FILE.

      *--------------------------------------------------------------*
      *    Whatever the trailer showed, a file for an unknown feed, a
      *    second file for a feed, or a file for another business
      *    date cannot be released.
       2000-END-FILE.
           EVALUATE TRUE
               WHEN WS-SEG-IDX = ZERO
                   MOVE 'UNKNOWN FEED' TO WS-SEG-RESULT
               WHEN WS-FT-SEEN(WS-SEG-IDX) > ZERO
                   MOVE 'SECOND FILE FOR THIS FEED' TO WS-SEG-RESULT
               WHEN WS-SEG-BUS-DATE NOT = WS-TODAY
                   MOVE 'NOT FOR THIS BUSINESS DATE' TO WS-SEG-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SEG-IDX > ZERO
               ADD 1 TO WS-FT-SEEN(WS-SEG-IDX)
           END-IF

           IF WS-SEG-RESULT = SPACES
               MOVE 'VERIFIED' TO WS-SEG-RESULT
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF

           MOVE WS-SEG-FEED     TO WS-DL-FEED
           MOVE WS-SEG-BUS-DATE TO WS-DL-BUS-DATE
           MOVE WS-SEG-RUN-DATE TO WS-DL-RUN-DATE
           MOVE WS-SEG-RUN-TIME TO WS-DL-RUN-TIME
           MOVE WS-SEG-COUNT    TO WS-DL-RECORDS
           MOVE WS-SEG-HASH     TO WS-DL-HASH
           MOVE WS-SEG-RESULT   TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'N' TO WS-IN-FILE-SW.

      *--------------------------------------------------------------*
       3000-REPORT-MISSING.
           ADD 1 TO WS-FAILED-COUNT
           MOVE WS-FT-NAME(WS-FT-IDX) TO WS-DL-FEED
           MOVE SPACES TO WS-DL-BUS-DATE
           MOVE SPACES TO WS-DL-RUN-DATE
           MOVE SPACES TO WS-DL-RUN-TIME
           MOVE ZERO   TO WS-DL-RECORDS
           MOVE ZERO   TO WS-DL-HASH
           MOVE 'NO FILE -- NOT PRODUCED' TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
