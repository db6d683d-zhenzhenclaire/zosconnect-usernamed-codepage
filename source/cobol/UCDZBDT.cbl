       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZBDT.
      *----------------------------------------------------------------*
      *    Shared business-date lookup for the batch stream.  Every
      *    batch program that works to a date or prints a report
      *    calls this first, instead of taking the date off the
      *    system clock, so a job that runs late, or is rerun the
      *    next morning, still works to the business date of the
      *    cycle it belongs to.
      *
      *    Reads the one-record business-date control file on DD
      *    BDCTL (BUSDATE.cpy, kept by UCDZBDM: INIT sets it up, DONE
      *    marks the day's cycle complete, ROLL moves it to the next
      *    business day) and hands back, in the BDTPARM.cpy area the
      *    caller passes:
      *      BDT-BUSINESS-DATE  the business date to run under
      *      BDT-CYCLE-STATUS   'O' cycle still open, 'C' the cycle
      *                         has already been marked complete
      *                         (a rerun after DONE)
      *      BDT-PRIOR-DATE     the business date rolled from (spaces
      *                         on the first cycle after INIT)
      *      BDT-DAY-FROM       the first calendar date the business
      *                         day covers: the day after the prior
      *                         business date, so Monday's cycle takes
      *                         in the weekend and the day after a
      *                         holiday takes in the holiday (the
      *                         business date itself on the first
      *                         cycle).  Programs that report "the
      *                         day's" activity select dates from
      *                         BDT-DAY-FROM to BDT-BUSINESS-DATE.
      *      BDT-RESULT         'Y' run; 'P' the prior business day's
      *                         cycle never completed; 'E' the control
      *                         file is empty or not a valid record
      *      BDT-MESSAGE        for 'P' and 'E', the reason, ready for
      *                         the caller to DISPLAY
      *    The caller puts its own name in BDT-PROGRAM first; it goes
      *    into the message.  On 'P' or 'E' the caller must not run:
      *    it DISPLAYs the message and ends with RETURN-CODE 12
      *    before opening any output, so nothing is half-written
      *    under a date that cannot be trusted.
      *
      *    'P' only arises when the date was rolled with ROLL FORCE
      *    over an incomplete cycle; once the missed cycle has been
      *    dealt with, UCDZBDM RLSE releases the stream.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDCTL ASSIGN TO BDCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BDCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BDCTL-REC.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                  PIC X(01).
           88 WS-EOF                             VALUE 'Y'.

       01  WS-CHECK-DATE              PIC X(08).
       01  WS-CHECK-DATE-PARTS        REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR           PIC 9(04).
           05 WS-CHECK-MONTH          PIC 9(02).
           05 WS-CHECK-DAY            PIC 9(02).
       01  WS-DATE-VALID-SW           PIC X(01).
           88 WS-DATE-VALID                      VALUE 'Y'.
       01  WS-PRIOR-VALID-SW          PIC X(01).
           88 WS-PRIOR-VALID                     VALUE 'Y'.
       01  WS-DATE-NUM                PIC 9(08).
       01  WS-DATE-INT                PIC S9(9) COMP.

       LINKAGE SECTION.
       01  LK-BUSDATE-PARMS.
           COPY BDTPARM.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-BUSDATE-PARMS.
       0000-MAIN.
           MOVE 'Y'    TO BDT-RESULT
           MOVE SPACES TO BDT-BUSINESS-DATE
           MOVE SPACES TO BDT-CYCLE-STATUS
           MOVE SPACES TO BDT-PRIOR-DATE
           MOVE SPACES TO BDT-DAY-FROM
           MOVE SPACES TO BDT-MESSAGE

           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BDCTL
           READ BDCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           CLOSE BDCTL

           IF WS-EOF
               SET BDT-CONTROL-BAD TO TRUE
               STRING BDT-PROGRAM DELIMITED BY SPACE
                      ': BUSINESS DATE CONTROL FILE IS EMPTY'
                          DELIMITED BY SIZE
                      ' -- RUN REFUSED' DELIMITED BY SIZE
                      INTO BDT-MESSAGE
               END-STRING
           ELSE
               PERFORM 1000-CHECK-CONTROL-RECORD
           END-IF

           GOBACK.

      *--------------------------------------------------------------*
      *    The record is judged in the order an operator would fix
      *    it: a bad business date first, then a bad status byte,
      *    then an unfinished prior cycle.
       1000-CHECK-CONTROL-RECORD.
           MOVE 'Y' TO WS-PRIOR-VALID-SW
           IF BDC-PRIOR-DATE NOT = SPACES
               MOVE BDC-PRIOR-DATE TO WS-CHECK-DATE
               PERFORM 2000-VALIDATE-DATE
               MOVE WS-DATE-VALID-SW TO WS-PRIOR-VALID-SW
           END-IF

           MOVE BDC-BUSINESS-DATE TO WS-CHECK-DATE
           PERFORM 2000-VALIDATE-DATE

           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   SET BDT-CONTROL-BAD TO TRUE
                   STRING BDT-PROGRAM DELIMITED BY SPACE
                          ': BUSINESS DATE "' DELIMITED BY SIZE
                          BDC-BUSINESS-DATE DELIMITED BY SIZE
                          '" ON CONTROL FILE NOT A VALID DATE'
                              DELIMITED BY SIZE
                          ' -- RUN REFUSED' DELIMITED BY SIZE
                          INTO BDT-MESSAGE
                   END-STRING
               WHEN NOT WS-PRIOR-VALID
                   SET BDT-CONTROL-BAD TO TRUE
                   STRING BDT-PROGRAM DELIMITED BY SPACE
                          ': PRIOR DATE "' DELIMITED BY SIZE
                          BDC-PRIOR-DATE DELIMITED BY SIZE
                          '" ON CONTROL FILE NOT A VALID DATE'
                              DELIMITED BY SIZE
                          ' -- RUN REFUSED' DELIMITED BY SIZE
                          INTO BDT-MESSAGE
                   END-STRING
               WHEN NOT BDC-CYCLE-OPEN AND NOT BDC-CYCLE-COMPLETE
               WHEN NOT BDC-PRIOR-OPEN AND NOT BDC-PRIOR-COMPLETE
                    AND NOT BDC-PRIOR-RELEASED
                   SET BDT-CONTROL-BAD TO TRUE
                   STRING BDT-PROGRAM DELIMITED BY SPACE
                          ': CYCLE STATUS "' DELIMITED BY SIZE
                          BDC-CYCLE-STATUS DELIMITED BY SIZE
                          BDC-PRIOR-STATUS DELIMITED BY SIZE
                          '" ON CONTROL FILE NOT RECOGNISED'
                              DELIMITED BY SIZE
                          ' -- RUN REFUSED' DELIMITED BY SIZE
                          INTO BDT-MESSAGE
                   END-STRING
               WHEN BDC-PRIOR-OPEN
                   SET BDT-PRIOR-INCOMPLETE TO TRUE
                   STRING BDT-PROGRAM DELIMITED BY SPACE
                          ': CYCLE FOR PRIOR BUSINESS DATE '
                              DELIMITED BY SIZE
                          BDC-PRIOR-DATE DELIMITED BY SIZE
                          ' NEVER COMPLETED -- RUN REFUSED'
                              DELIMITED BY SIZE
                          INTO BDT-MESSAGE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE BDC-BUSINESS-DATE TO BDT-BUSINESS-DATE
           MOVE BDC-CYCLE-STATUS  TO BDT-CYCLE-STATUS
           MOVE BDC-PRIOR-DATE    TO BDT-PRIOR-DATE

           IF BDT-DATE-OK
               PERFORM 3000-SET-DAY-FROM
           END-IF.

      *--------------------------------------------------------------*
      *    Shape check only -- digits, month 01-12, day 01-31.  UCDZBDM
      *    only ever writes a date it has computed, so this is here
      *    to catch a control file that was edited or overlaid.
       2000-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHECK-MONTH > ZERO AND WS-CHECK-MONTH < 13
                  AND WS-CHECK-DAY > ZERO AND WS-CHECK-DAY < 32
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    Both dates have passed the shape check by now.  A prior
      *    date at or after the business date (an INIT over an old
      *    file) covers the business date alone.
       3000-SET-DAY-FROM.
           MOVE BDC-BUSINESS-DATE TO BDT-DAY-FROM
           IF BDC-PRIOR-DATE NOT = SPACES
              AND BDC-PRIOR-DATE < BDC-BUSINESS-DATE
               MOVE BDC-PRIOR-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO BDT-DAY-FROM
           END-IF.

      *--------------------------------------------------------------*
