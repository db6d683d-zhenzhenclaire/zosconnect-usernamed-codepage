       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZBDM.
      *----------------------------------------------------------------*
      *    Business-date control maintenance.  Keeps the one-record
      *    control file on BDCTL (BUSDATE.cpy) that every batch
      *    program reads through UCDZBDT in place of the system
      *    clock.  One control card on CTLIN names the function:
      *      cols  1-4   function
      *      cols  6-13  operand
      *    Functions:
      *      INIT yyyymmdd  first-time setup: the control file must be
      *                     empty; the date given, which must be a
      *                     business day, becomes the business date
      *                     with its cycle open and nothing owed from
      *                     a prior day
      *      DONE           the business date's batch cycle has
      *                     finished: mark it complete.  Refused while
      *                     the prior cycle is still outstanding --
      *                     the stream refused to run, so nothing can
      *                     have completed.  DONE on a cycle already
      *                     complete changes nothing.
      *      ROLL           end of day: the business date becomes the
      *                     prior date, carrying its cycle status, and
      *                     the next business day -- the next calendar
      *                     day that is not a Saturday, a Sunday or a
      *                     date on the holiday calendar -- becomes the
      *                     business date with its cycle open.  Refused
      *                     while the cycle is open, so a failed cycle
      *                     is rerun the next morning under its own
      *                     date rather than the new one.
      *      ROLL FORCE     roll even though the cycle is open (a day
      *                     that is being abandoned).  Every program
      *                     then refuses to run, through UCDZBDT,
      *                     until RLSE.
      *      RLSE           the prior day's cycle has been dealt with
      *                     outside the stream: release it ('R') so
      *                     the stream runs again.  Refused when the
      *                     prior cycle is not outstanding.
      *
      *    The holiday calendar on HOLCAL (HOLIDAY.cpy card images,
      *    any order) is read for ROLL and INIT only.  Its dates are
      *    the non-business weekdays; weekends need not be listed.
      *    A calendar entry that is not a valid date is reported and
      *    ignored.
      *
      *    The control file is read whole, closed and, when the
      *    function changes it, written back with OPEN OUTPUT (the DD
      *    is DISP=OLD, so the one record replaces the old one).  A
      *    refused function writes nothing.  RPTOUT shows the record
      *    before and after and, for ROLL, each day skipped and why.
      *
      *    RETURN-CODE 4 when ROLL lands in a year the holiday
      *    calendar has no dates for (the roll is made -- weekends
      *    are still skipped -- but the calendar must be extended);
      *    8 when the card is missing or not recognised, the control
      *    file is not in a state the function allows, or the
      *    calendar cannot be loaded -- the control file is then
      *    left exactly as it was.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLIN ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BDCTL ASSIGN TO BDCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLCAL ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTLIN-REC.
           05 CTL-FUNCTION            PIC X(04).
           05 FILLER                  PIC X(01).
           05 CTL-OPERAND             PIC X(08).
           05 FILLER                  PIC X(67).

       FD  BDCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BDCTL-REC.
           COPY BUSDATE.

       FD  HOLCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLCAL-REC.
           COPY HOLIDAY.

       FD  RPTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPTOUT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-CTL-EOF                         VALUE 'Y'.
       01  WS-HOL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-HOL-EOF                         VALUE 'Y'.
       01  WS-CONTROL-PRESENT-SW      PIC X(01) VALUE 'N'.
           88 WS-CONTROL-PRESENT                 VALUE 'Y'.
       01  WS-REFUSED-SW              PIC X(01) VALUE 'N'.
           88 WS-REFUSED                         VALUE 'Y'.
       01  WS-CHANGED-SW              PIC X(01) VALUE 'N'.
           88 WS-CHANGED                         VALUE 'Y'.
       01  WS-DATE-VALID-SW           PIC X(01).
           88 WS-DATE-VALID                      VALUE 'Y'.
       01  WS-BUSINESS-DAY-SW         PIC X(01).
           88 WS-BUSINESS-DAY                    VALUE 'Y'.

       01  WS-FUNCTION                PIC X(04) VALUE SPACES.
       01  WS-OPERAND                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                PIC X(08).
       01  WS-RUN-TIME                PIC X(08).
       01  WS-MESSAGE                 PIC X(100) VALUE SPACES.

      *    The control record as read, kept for the BEFORE line and
      *    so a refused function can be shown to have changed nothing.
       01  WS-OLD-CONTROL.
           COPY BUSDATE REPLACING
               ==BDC-BUSINESS-DATE==  BY ==OLD-BUSINESS-DATE==
               ==BDC-CYCLE-STATUS==   BY ==OLD-CYCLE-STATUS==
               ==BDC-CYCLE-OPEN==     BY ==OLD-CYCLE-OPEN==
               ==BDC-CYCLE-COMPLETE== BY ==OLD-CYCLE-COMPLETE==
               ==BDC-PRIOR-DATE==     BY ==OLD-PRIOR-DATE==
               ==BDC-PRIOR-STATUS==   BY ==OLD-PRIOR-STATUS==
               ==BDC-PRIOR-OPEN==     BY ==OLD-PRIOR-OPEN==
               ==BDC-PRIOR-COMPLETE== BY ==OLD-PRIOR-COMPLETE==
               ==BDC-PRIOR-RELEASED== BY ==OLD-PRIOR-RELEASED==
               ==BDC-LAST-FUNCTION==  BY ==OLD-LAST-FUNCTION==
               ==BDC-LAST-RUN-DATE==  BY ==OLD-LAST-RUN-DATE==
               ==BDC-LAST-RUN-TIME==  BY ==OLD-LAST-RUN-TIME==
               ==BDC-COMPLETED-DATE== BY ==OLD-COMPLETED-DATE==
               ==BDC-COMPLETED-TIME== BY ==OLD-COMPLETED-TIME==.

      *    Date work: a date under test, split for the shape check,
      *    and the integer-calendar arithmetic for the roll.
       01  WS-CHECK-DATE              PIC X(08).
       01  WS-CHECK-DATE-PARTS        REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR           PIC X(04).
           05 WS-CHECK-MONTH          PIC 9(02).
           05 WS-CHECK-DAY            PIC 9(02).
       01  WS-CHECK-DATE-NUM          PIC 9(08).
       01  WS-DATE-INT                PIC S9(9) COMP.
       01  WS-WEEKS                   PIC S9(9) COMP.
       01  WS-WEEKDAY                 PIC S9(4) COMP.
       01  WS-NEXT-DATE               PIC X(08).
       01  WS-SKIP-REASON             PIC X(30).
       01  WS-SKIPPED-COUNT           PIC 9(04) VALUE ZERO.
      *    More non-business days in a row than this means the
      *    calendar is wrong, not that the shop is shut.
       01  WS-SKIP-LIMIT              PIC 9(04) VALUE 30.

      *    The holiday calendar, valid dates only, and the latest
      *    year it reaches.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-MAX              PIC S9(4) COMP VALUE 500.
           05 WS-HOL-USED             PIC S9(4) COMP VALUE ZERO.
           05 WS-HOL-ENTRY OCCURS 500 TIMES.
               10 WS-HOL-DATE         PIC X(08).
               10 WS-HOL-DESCRIPTION  PIC X(30).
       01  WS-HOL-IDX                 PIC S9(4) COMP.
       01  WS-HOL-READ                PIC 9(08) VALUE ZERO.
       01  WS-HOL-REJECTED            PIC 9(08) VALUE ZERO.
       01  WS-CAL-LAST-YEAR           PIC X(04) VALUE LOW-VALUES.

       01  WS-STATUS-LINE.
           05 WS-STL-LABEL            PIC X(08).
           05 FILLER                  PIC X(14) VALUE 'BUSINESS DATE='.
           05 WS-STL-BUSINESS-DATE    PIC X(08).
           05 FILLER                  PIC X(07) VALUE ' CYCLE='.
           05 WS-STL-CYCLE-STATUS     PIC X(01).
           05 FILLER                  PIC X(12) VALUE ' PRIOR DATE='.
           05 WS-STL-PRIOR-DATE       PIC X(08).
           05 FILLER                  PIC X(13) VALUE ' PRIOR CYCLE='.
           05 WS-STL-PRIOR-STATUS     PIC X(01).
           05 FILLER                  PIC X(06) VALUE ' LAST='.
           05 WS-STL-LAST-FUNCTION    PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-STL-LAST-RUN-DATE    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-STL-LAST-RUN-TIME    PIC X(06).
           05 FILLER                  PIC X(11) VALUE ' COMPLETED='.
           05 WS-STL-COMPLETED-DATE   PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-STL-COMPLETED-TIME   PIC X(06).
           05 FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SKIP-LINE.
           05 FILLER                  PIC X(10) VALUE '  SKIPPED '.
           05 WS-SKL-DATE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-SKL-REASON           PIC X(30).
           05 FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05 FILLER                  PIC X(09) VALUE 'FUNCTION='.
           05 WS-TRL-FUNCTION         PIC X(04).
           05 FILLER                  PIC X(09) VALUE ' CHANGED='.
           05 WS-TRL-CHANGED          PIC X(01).
           05 FILLER                  PIC X(09) VALUE ' SKIPPED='.
           05 WS-TRL-SKIPPED          PIC 9(04).
           05 FILLER                  PIC X(10) VALUE ' HOLIDAYS='.
           05 WS-TRL-HOLIDAYS         PIC 9(04).
           05 FILLER                  PIC X(82) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0200-READ-CONTROL-FILE

           OPEN OUTPUT RPTOUT

           MOVE SPACES TO RPTOUT-REC
           STRING 'BUSINESS DATE CONTROL  FUNCTION ' DELIMITED BY SIZE
                  WS-FUNCTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPERAND DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  OLD-BUSINESS-DATE DELIMITED BY SIZE
                  INTO RPTOUT-REC
           END-STRING
           WRITE RPTOUT-REC

           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC

           MOVE 'BEFORE' TO WS-STL-LABEL
           PERFORM 8000-WRITE-STATUS-LINE

           EVALUATE TRUE
               WHEN WS-REFUSED
                   CONTINUE
               WHEN WS-FUNCTION = 'INIT'
                   PERFORM 1000-INIT-CONTROL
               WHEN NOT WS-CONTROL-PRESENT
                   MOVE 'BUSINESS DATE CONTROL FILE IS EMPTY -- RUN'
                       & ' INIT FIRST' TO WS-MESSAGE
                   SET WS-REFUSED TO TRUE
               WHEN WS-FUNCTION = 'DONE'
                   PERFORM 2000-MARK-CYCLE-DONE
               WHEN WS-FUNCTION = 'ROLL'
                   PERFORM 3000-ROLL-BUSINESS-DATE
               WHEN WS-FUNCTION = 'RLSE'
                   PERFORM 4000-RELEASE-PRIOR-CYCLE
           END-EVALUATE

           IF WS-CHANGED AND NOT WS-REFUSED
               MOVE WS-FUNCTION TO BDC-LAST-FUNCTION
               MOVE WS-RUN-DATE TO BDC-LAST-RUN-DATE
               MOVE WS-RUN-TIME TO BDC-LAST-RUN-TIME
               OPEN OUTPUT BDCTL
               WRITE BDCTL-REC
               CLOSE BDCTL
           ELSE
               MOVE WS-OLD-CONTROL TO BDCTL-REC
               MOVE 'N' TO WS-CHANGED-SW
           END-IF

           MOVE 'AFTER' TO WS-STL-LABEL
           PERFORM 8000-WRITE-STATUS-LINE

           IF WS-MESSAGE NOT = SPACES
               PERFORM 8100-WRITE-MESSAGE
           END-IF

           MOVE WS-FUNCTION      TO WS-TRL-FUNCTION
           MOVE WS-CHANGED-SW    TO WS-TRL-CHANGED
           MOVE WS-SKIPPED-COUNT TO WS-TRL-SKIPPED
           MOVE WS-HOL-USED      TO WS-TRL-HOLIDAYS
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-TRAILER-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC

           CLOSE RPTOUT

           DISPLAY 'UCDZBDM: ' WS-FUNCTION ' ' WS-OPERAND
               ' BUSINESS DATE NOW ' BDC-BUSINESS-DATE
               ' CYCLE ' BDC-CYCLE-STATUS
               ' PRIOR ' BDC-PRIOR-DATE ' ' BDC-PRIOR-STATUS

           EVALUATE TRUE
               WHEN WS-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = 'ROLL'
                AND BDC-BUSINESS-DATE(1:4) > WS-CAL-LAST-YEAR
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *--------------------------------------------------------------*
      *    First card only.  No card, or a function not listed in the
      *    header, refuses the run.
       0100-READ-CONTROL-CARD.
           OPEN INPUT CTLIN
           READ CTLIN
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   MOVE CTL-FUNCTION TO WS-FUNCTION
                   MOVE CTL-OPERAND  TO WS-OPERAND
           END-READ
           CLOSE CTLIN

           EVALUATE TRUE
               WHEN WS-CTL-EOF
                   MOVE 'NO CONTROL CARD -- NOTHING DONE'
                       TO WS-MESSAGE
                   SET WS-REFUSED TO TRUE
               WHEN WS-FUNCTION = 'INIT' OR 'DONE' OR 'RLSE'
                   CONTINUE
               WHEN WS-FUNCTION = 'ROLL'
                AND (WS-OPERAND = SPACES OR WS-OPERAND = 'FORCE')
                   CONTINUE
               WHEN OTHER
                   STRING 'CONTROL CARD "' DELIMITED BY SIZE
                          WS-FUNCTION DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-OPERAND DELIMITED BY SIZE
                          '" NOT RECOGNISED -- NOTHING DONE'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    One record is all the file ever holds; anything after it
      *    is ignored and goes when the record is written back.
       0200-READ-CONTROL-FILE.
           MOVE SPACES TO WS-OLD-CONTROL
           OPEN INPUT BDCTL
           READ BDCTL
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-CONTROL-PRESENT TO TRUE
                   MOVE BDCTL-REC TO WS-OLD-CONTROL
           END-READ
           CLOSE BDCTL
           MOVE WS-OLD-CONTROL TO BDCTL-REC.

      *--------------------------------------------------------------*
      *    INIT never overwrites a live control record -- to restart
      *    the calendar the dataset is emptied first, deliberately.
       1000-INIT-CONTROL.
           IF WS-CONTROL-PRESENT
               STRING 'CONTROL FILE ALREADY HOLDS BUSINESS DATE '
                          DELIMITED BY SIZE
                      OLD-BUSINESS-DATE DELIMITED BY SIZE
                      ' -- INIT REFUSED' DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               SET WS-REFUSED TO TRUE
           ELSE
               PERFORM 6000-LOAD-HOLIDAYS
           END-IF

           IF NOT WS-REFUSED
               MOVE WS-OPERAND TO WS-CHECK-DATE
               PERFORM 5000-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   STRING 'INIT DATE "' DELIMITED BY SIZE
                          WS-OPERAND DELIMITED BY SIZE
                          '" NOT A VALID DATE -- INIT REFUSED'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF

           IF NOT WS-REFUSED
               PERFORM 6200-CHECK-BUSINESS-DAY
               IF NOT WS-BUSINESS-DAY
                   STRING 'INIT DATE ' DELIMITED BY SIZE
                          WS-OPERAND DELIMITED BY SIZE
                          ' IS NOT A BUSINESS DAY (' DELIMITED BY SIZE
                          WS-SKIP-REASON DELIMITED BY '  '
                          ') -- INIT REFUSED' DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF

           IF NOT WS-REFUSED
               MOVE SPACES      TO BDCTL-REC
               MOVE WS-OPERAND  TO BDC-BUSINESS-DATE
               SET BDC-CYCLE-OPEN     TO TRUE
               MOVE SPACES      TO BDC-PRIOR-DATE
               SET BDC-PRIOR-COMPLETE TO TRUE
               SET WS-CHANGED TO TRUE
           END-IF.

      *--------------------------------------------------------------*
       2000-MARK-CYCLE-DONE.
           EVALUATE TRUE
               WHEN BDC-PRIOR-OPEN
                   STRING 'CYCLE FOR PRIOR BUSINESS DATE '
                              DELIMITED BY SIZE
                          BDC-PRIOR-DATE DELIMITED BY SIZE
                          ' NEVER COMPLETED -- RLSE IT BEFORE DONE'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
               WHEN BDC-CYCLE-COMPLETE
                   STRING 'CYCLE FOR ' DELIMITED BY SIZE
                          BDC-BUSINESS-DATE DELIMITED BY SIZE
                          ' ALREADY COMPLETE -- NOTHING CHANGED'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET BDC-CYCLE-COMPLETE TO TRUE
                   MOVE WS-RUN-DATE TO BDC-COMPLETED-DATE
                   MOVE WS-RUN-TIME TO BDC-COMPLETED-TIME
                   SET WS-CHANGED TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    Walk forward a calendar day at a time from the business
      *    date until a day is neither a weekend nor a holiday.
       3000-ROLL-BUSINESS-DATE.
           IF BDC-CYCLE-OPEN AND WS-OPERAND NOT = 'FORCE'
               STRING 'CYCLE FOR ' DELIMITED BY SIZE
                      BDC-BUSINESS-DATE DELIMITED BY SIZE
                      ' NOT COMPLETE -- DATE NOT ROLLED'
                          DELIMITED BY SIZE
                      ' (ROLL FORCE TO ABANDON THE CYCLE)'
                          DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               SET WS-REFUSED TO TRUE
           END-IF

           IF NOT WS-REFUSED
               PERFORM 6000-LOAD-HOLIDAYS
           END-IF

           IF NOT WS-REFUSED
               MOVE BDC-BUSINESS-DATE TO WS-CHECK-DATE
               PERFORM 5000-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   STRING 'BUSINESS DATE "' DELIMITED BY SIZE
                          BDC-BUSINESS-DATE DELIMITED BY SIZE
                          '" ON CONTROL FILE NOT A VALID DATE'
                              DELIMITED BY SIZE
                          ' -- DATE NOT ROLLED' DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF

           IF NOT WS-REFUSED
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               PERFORM 3100-NEXT-CALENDAR-DAY
                   UNTIL WS-BUSINESS-DAY OR WS-REFUSED
           END-IF

           IF NOT WS-REFUSED
               MOVE BDC-BUSINESS-DATE TO BDC-PRIOR-DATE
               MOVE BDC-CYCLE-STATUS  TO BDC-PRIOR-STATUS
               MOVE WS-NEXT-DATE      TO BDC-BUSINESS-DATE
               SET BDC-CYCLE-OPEN TO TRUE
               MOVE SPACES TO BDC-COMPLETED-DATE
               MOVE SPACES TO BDC-COMPLETED-TIME
               SET WS-CHANGED TO TRUE
               IF BDC-PRIOR-OPEN
                   STRING 'CYCLE FOR ' DELIMITED BY SIZE
                          BDC-PRIOR-DATE DELIMITED BY SIZE
                          ' ABANDONED -- STREAM REFUSES TO RUN UNTIL'
                              DELIMITED BY SIZE
                          ' RLSE' DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   PERFORM 8100-WRITE-MESSAGE
               END-IF
               IF BDC-BUSINESS-DATE(1:4) > WS-CAL-LAST-YEAR
                   STRING 'HOLIDAY CALENDAR HAS NO DATES FOR '
                              DELIMITED BY SIZE
                          BDC-BUSINESS-DATE(1:4) DELIMITED BY SIZE
                          ' -- ONLY WEEKENDS SKIPPED, EXTEND HOLCAL'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       3100-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-DATE-INT
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-CHECK-DATE-NUM TO WS-NEXT-DATE
           MOVE WS-NEXT-DATE TO WS-CHECK-DATE
           PERFORM 6200-CHECK-BUSINESS-DAY

           IF NOT WS-BUSINESS-DAY
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-NEXT-DATE   TO WS-SKL-DATE
               MOVE WS-SKIP-REASON TO WS-SKL-REASON
               MOVE WS-SKIP-LINE TO RPTOUT-REC
               WRITE RPTOUT-REC
               IF WS-SKIPPED-COUNT > WS-SKIP-LIMIT
                   STRING 'NO BUSINESS DAY WITHIN ' DELIMITED BY SIZE
                          WS-SKIP-LIMIT DELIMITED BY SIZE
                          ' DAYS -- CHECK HOLCAL, DATE NOT ROLLED'
                              DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   END-STRING
                   SET WS-REFUSED TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       4000-RELEASE-PRIOR-CYCLE.
           IF BDC-PRIOR-OPEN
               SET BDC-PRIOR-RELEASED TO TRUE
               SET WS-CHANGED TO TRUE
               STRING 'CYCLE FOR ' DELIMITED BY SIZE
                      BDC-PRIOR-DATE DELIMITED BY SIZE
                      ' RELEASED -- STREAM MAY RUN FOR '
                          DELIMITED BY SIZE
                      BDC-BUSINESS-DATE DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
           ELSE
               STRING 'CYCLE FOR PRIOR BUSINESS DATE '
                          DELIMITED BY SIZE
                      BDC-PRIOR-DATE DELIMITED BY SIZE
                      ' IS NOT OUTSTANDING -- NOTHING TO RELEASE'
                          DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               SET WS-REFUSED TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    Digits, month 01-12, and a day the month has; leaves the
      *    integer date in WS-DATE-INT for the roll.
       5000-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE ZERO TO WS-DATE-INT
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHECK-MONTH > ZERO AND WS-CHECK-MONTH < 13
                  AND WS-CHECK-DAY > ZERO AND WS-CHECK-DAY < 32
                   MOVE WS-CHECK-DATE TO WS-CHECK-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM)
                          = ZERO
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    The calendar is read only when the function needs it.  A
      *    full table refuses the run: a holiday that did not fit
      *    would be rolled onto as a business day.
       6000-LOAD-HOLIDAYS.
           OPEN INPUT HOLCAL
           PERFORM UNTIL WS-HOL-EOF OR WS-REFUSED
               READ HOLCAL
                   AT END
                       SET WS-HOL-EOF TO TRUE
                   NOT AT END
                       PERFORM 6100-STORE-HOLIDAY
               END-READ
           END-PERFORM
           CLOSE HOLCAL.

      *--------------------------------------------------------------*
       6100-STORE-HOLIDAY.
           ADD 1 TO WS-HOL-READ
           MOVE HOL-DATE TO WS-CHECK-DATE
           PERFORM 5000-VALIDATE-DATE

           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   ADD 1 TO WS-HOL-REJECTED
                   MOVE SPACES TO RPTOUT-REC
                   STRING '  HOLCAL ENTRY IGNORED, NOT A VALID DATE: '
                              DELIMITED BY SIZE
                          HOLCAL-REC DELIMITED BY SIZE
                          INTO RPTOUT-REC
                   END-STRING
                   WRITE RPTOUT-REC
               WHEN WS-HOL-USED NOT < WS-HOL-MAX
                   MOVE 'HOLIDAY TABLE FULL -- HOLCAL NOT LOADED,'
                       & ' DATE NOT CHANGED' TO WS-MESSAGE
                   SET WS-REFUSED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-HOL-USED
                   MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-USED)
                   MOVE HOL-DESCRIPTION
                       TO WS-HOL-DESCRIPTION(WS-HOL-USED)
                   IF WS-CHECK-YEAR > WS-CAL-LAST-YEAR
                       MOVE WS-CHECK-YEAR TO WS-CAL-LAST-YEAR
                   END-IF
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    Day 1 of the integer calendar is a Monday, so a remainder
      *    of 6 is a Saturday and 0 a Sunday.  Tests WS-CHECK-DATE,
      *    whose integer form is in WS-DATE-INT.
       6200-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           MOVE SPACES TO WS-SKIP-REASON
           DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY

           EVALUATE WS-WEEKDAY
               WHEN 6
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
                   MOVE 'SATURDAY' TO WS-SKIP-REASON
               WHEN 0
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
                   MOVE 'SUNDAY' TO WS-SKIP-REASON
               WHEN OTHER
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOL-USED
                           OR NOT WS-BUSINESS-DAY
                       IF WS-HOL-DATE(WS-HOL-IDX) = WS-CHECK-DATE
                           MOVE 'N' TO WS-BUSINESS-DAY-SW
                           MOVE WS-HOL-DESCRIPTION(WS-HOL-IDX)
                               TO WS-SKIP-REASON
                           IF WS-SKIP-REASON = SPACES
                               MOVE 'HOLIDAY' TO WS-SKIP-REASON
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *--------------------------------------------------------------*
       8000-WRITE-STATUS-LINE.
           MOVE BDC-BUSINESS-DATE  TO WS-STL-BUSINESS-DATE
           MOVE BDC-CYCLE-STATUS   TO WS-STL-CYCLE-STATUS
           MOVE BDC-PRIOR-DATE     TO WS-STL-PRIOR-DATE
           MOVE BDC-PRIOR-STATUS   TO WS-STL-PRIOR-STATUS
           MOVE BDC-LAST-FUNCTION  TO WS-STL-LAST-FUNCTION
           MOVE BDC-LAST-RUN-DATE  TO WS-STL-LAST-RUN-DATE
           MOVE BDC-LAST-RUN-TIME  TO WS-STL-LAST-RUN-TIME
           MOVE BDC-COMPLETED-DATE TO WS-STL-COMPLETED-DATE
           MOVE BDC-COMPLETED-TIME TO WS-STL-COMPLETED-TIME
           MOVE WS-STATUS-LINE TO RPTOUT-REC
           WRITE RPTOUT-REC.

      *--------------------------------------------------------------*
       8100-WRITE-MESSAGE.
           MOVE SPACES TO RPTOUT-REC
           WRITE RPTOUT-REC
           MOVE WS-MESSAGE TO RPTOUT-REC
           WRITE RPTOUT-REC
           DISPLAY 'UCDZBDM: ' WS-MESSAGE
           MOVE SPACES TO WS-MESSAGE.

      *--------------------------------------------------------------*
