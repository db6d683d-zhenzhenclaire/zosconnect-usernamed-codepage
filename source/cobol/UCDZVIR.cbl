       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZVIR.
      *----------------------------------------------------------------*
      *    Daily entitlement-violation report for the security
      *    officer.  Reads the flat copy of the UCDZVIO violation log
      *    (VIOIN, REPROed off the ESDS by the previous job step:
      *    ENTVIO.cpy records, one per attempt UCDZENK refused) and
      *    prints the business day's refusals in the order they were
      *    made -- time, user, transaction, terminal, program, master,
      *    function, the key the user tried to touch and why it was
      *    refused -- then a count per user.  A user refused three
      *    times or more in the business day is marked, since that
      *    is someone probing rather than someone mis-keying.
      *
      *    The log is not purged here; it is the security record and
      *    is kept whole.
      *
      *    The report date is the business date off the BDCTL control
      *    file (UCDZBDT), not the system clock.  The report covers
      *    every calendar day of the business day -- from the day
      *    after the prior business date -- so attempts made over a
      *    weekend or holiday are reported with the next business
      *    day, each line carrying its own date.  RETURN-CODE 12,
      *    with nothing written, when UCDZBDT refuses the run.
      *
      *    RETURN-CODE 4 when the business day has any violation, so
      *    the scheduler can route the report; 0 on a clean day.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOIN ASSIGN TO VIOIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VIOIN-REC.
           COPY ENTVIO.

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 WS-EOF                             VALUE 'Y'.
       01  WS-USER-FOUND-SW           PIC X(01).
           88 WS-USER-FOUND                      VALUE 'Y'.

       01  WS-REPORT-DATE             PIC X(08).
      *    The business date and cycle state, off the BDCTL control
      *    file through UCDZBDT.
       01  WS-BUSDATE-PARMS.
           COPY BDTPARM.
       01  WS-RECORD-COUNT            PIC 9(08) VALUE ZERO.
       01  WS-REPORTED-COUNT          PIC 9(08) VALUE ZERO.
       01  WS-REPEAT-LIMIT            PIC 9(08) VALUE 3.
       01  WS-REPEAT-USERS            PIC 9(08) VALUE ZERO.

      *    Refusals per user in the business day.
       01  WS-USER-TABLE.
           05 WS-USER-MAX             PIC S9(4) COMP VALUE 500.
           05 WS-USER-USED            PIC S9(4) COMP VALUE ZERO.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
               10 WS-USR-ID           PIC X(08).
               10 WS-USR-COUNT        PIC 9(08).
       01  WS-USR-IDX                 PIC S9(4) COMP.

       01  WS-DETAIL-LINE.
           05 WS-DET-DATE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TIME             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-USER-ID          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TRANSACTION      PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-TERMINAL         PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-PROGRAM          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-MASTER           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-FUNCTION         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-ITEM-KEY         PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-DET-REASON           PIC X(20).
           05 FILLER                  PIC X(29) VALUE SPACES.

       01  WS-USER-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-USER-ID          PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-COUNT            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-USL-MARK             PIC X(17).
           05 FILLER                  PIC X(91) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(05) VALUE 'READ='.
           05 WS-TRL-READ             PIC 9(08).
           05 FILLER                  PIC X(10) VALUE ' REPORTED='.
           05 WS-TRL-REPORTED         PIC 9(08).
           05 FILLER                  PIC X(07) VALUE ' USERS='.
           05 WS-TRL-USERS            PIC 9(04).
           05 FILLER                  PIC X(10) VALUE ' REPEATED='.
           05 WS-TRL-REPEATED         PIC 9(08).
           05 FILLER                  PIC X(72) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE

           OPEN INPUT VIOIN
           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'ENTITLEMENT VIOLATIONS  BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  '  ACTIVITY FROM ' DELIMITED BY SIZE
                  BDT-DAY-FROM DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'DATE     TIME   USER     TRAN TERM PROGRAM  MASTER   '
                & 'FUNCTION ITEM KEY             REASON' TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM UNTIL WS-EOF
               READ VIOIN
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-PROCESS-VIOLATION
               END-READ
           END-PERFORM

           IF WS-REPORTED-COUNT = ZERO
               MOVE '    NONE' TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-IF

           PERFORM 2000-PRINT-USER-SUMMARY

           MOVE WS-RECORD-COUNT   TO WS-TRL-READ
           MOVE WS-REPORTED-COUNT TO WS-TRL-REPORTED
           MOVE WS-USER-USED      TO WS-TRL-USERS
           MOVE WS-REPEAT-USERS   TO WS-TRL-REPEATED
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE VIOIN
           CLOSE RPTOUT

           DISPLAY 'UCDZVIR: ' WS-RECORD-COUNT ' LOG RECORD(S) READ, '
               WS-REPORTED-COUNT ' VIOLATION(S) ON ' WS-REPORT-DATE

           IF WS-REPORTED-COUNT > ZERO
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
           MOVE 'UCDZVIR' TO BDT-PROGRAM
           CALL 'UCDZBDT' USING WS-BUSDATE-PARMS
           END-CALL
           IF NOT BDT-DATE-OK
               DISPLAY BDT-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.

      *--------------------------------------------------------------*
       1000-PROCESS-VIOLATION.
           ADD 1 TO WS-RECORD-COUNT

           IF VIO-DATE NOT < BDT-DAY-FROM
              AND VIO-DATE NOT > WS-REPORT-DATE
               ADD 1 TO WS-REPORTED-COUNT
               MOVE VIO-DATE        TO WS-DET-DATE
               MOVE VIO-TIME        TO WS-DET-TIME
               MOVE VIO-USER-ID     TO WS-DET-USER-ID
               MOVE VIO-TRANSACTION TO WS-DET-TRANSACTION
               MOVE VIO-TERMINAL    TO WS-DET-TERMINAL
               MOVE VIO-PROGRAM     TO WS-DET-PROGRAM
               MOVE VIO-MASTER      TO WS-DET-MASTER
               MOVE VIO-FUNCTION    TO WS-DET-FUNCTION
               MOVE VIO-ITEM-KEY    TO WS-DET-ITEM-KEY
               EVALUATE TRUE
                   WHEN VIO-NO-USER-ID
                       MOVE 'NO USER ID'     TO WS-DET-REASON
                   WHEN VIO-NOT-ENTITLED
                       MOVE 'NOT ENTITLED'   TO WS-DET-REASON
                   WHEN OTHER
                       MOVE 'REASON UNKNOWN' TO WS-DET-REASON
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
               PERFORM 1100-COUNT-USER
           END-IF.

      *--------------------------------------------------------------*
       1100-COUNT-USER.
           MOVE 'N' TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USER-USED
                   OR WS-USER-FOUND
               IF WS-USR-ID(WS-USR-IDX) = VIO-USER-ID
                   ADD 1 TO WS-USR-COUNT(WS-USR-IDX)
                   SET WS-USER-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-USER-FOUND
               IF WS-USER-USED < WS-USER-MAX
                   ADD 1 TO WS-USER-USED
                   MOVE VIO-USER-ID TO WS-USR-ID(WS-USER-USED)
                   MOVE 1 TO WS-USR-COUNT(WS-USER-USED)
               ELSE
                   DISPLAY 'UCDZVIR: USER TABLE FULL, USER "'
                       VIO-USER-ID '" NOT COUNTED SEPARATELY'
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    A blank user id is counted like any other -- it shows as
      *    a blank line in the summary, which is itself worth seeing.
       2000-PRINT-USER-SUMMARY.
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE 'VIOLATIONS BY USER' TO RPTOUT-REC
           WRITE RPTOUT-REC

           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USER-USED
               MOVE WS-USR-ID(WS-USR-IDX)    TO WS-USL-USER-ID
               MOVE WS-USR-COUNT(WS-USR-IDX) TO WS-USL-COUNT
               IF WS-USR-COUNT(WS-USR-IDX) NOT < WS-REPEAT-LIMIT
                   MOVE 'REPEATED ATTEMPTS' TO WS-USL-MARK
                   ADD 1 TO WS-REPEAT-USERS
               ELSE
                   MOVE SPACES TO WS-USL-MARK
               END-IF
               MOVE WS-USER-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
           END-PERFORM.

      *--------------------------------------------------------------*
