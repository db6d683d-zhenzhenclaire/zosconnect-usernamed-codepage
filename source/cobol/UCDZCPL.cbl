       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZCPL.
      *----------------------------------------------------------------*
      *    Builds the UCDZCPG codepage reference file from control
      *    cards, so the valid and translatable byte ranges UCDZHEX
      *    applies per CCSID are kept as readable cards in the load
      *    job rather than as hex in a VSAM record.  Writes one
      *    CODEPAGE.cpy record per CCSID to CPGOUT, which the next
      *    job step REPROs into the KSDS.
      *
      *    Cards on CTLIN:
      *      cols  1-3   'CCS' starts a CCSID
      *                  cols  5-9   CCSID, five digits ('00500')
      *                  cols 11-30  description
      *      cols  1-3   'RNG' one byte range of the current CCSID
      *                  cols  5-6   from byte, hex
      *                  cols  8-9   to byte, hex
      *                  col  11     'V' valid as in the house CCSID
      *                              'T' translatable
      *                  cols 13-14  house code point of the from
      *                              byte, hex ('T' ranges only)
      *      cols  1     '*' comment; blank cards are skipped
      *    CCSIDs must come in ascending order (the file is loaded
      *    into an empty KSDS), each with 1 to 30 ranges.
      *
      *    RETURN-CODE 8 on any card that fails those rules -- the
      *    load step then does not run and the reference file stays
      *    as it was, since a half-built codepage would flag (or
      *    pass) names wrongly.  0 when every card was accepted.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLIN ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPGOUT ASSIGN TO CPGOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CTLIN-REC.
           05 CTL-CARD-TYPE           PIC X(03).
           05 FILLER                  PIC X(77).
       01  CTL-CCSID-CARD.
           05 FILLER                  PIC X(04).
           05 CTL-CC-CCSID            PIC X(05).
           05 FILLER                  PIC X(01).
           05 CTL-CC-DESC             PIC X(20).
           05 FILLER                  PIC X(50).
       01  CTL-RANGE-CARD.
           05 FILLER                  PIC X(04).
           05 CTL-RG-FROM             PIC X(02).
           05 FILLER                  PIC X(01).
           05 CTL-RG-TO               PIC X(02).
           05 FILLER                  PIC X(01).
           05 CTL-RG-CLASS            PIC X(01).
           05 FILLER                  PIC X(01).
           05 CTL-RG-HOUSE-FROM       PIC X(02).
           05 FILLER                  PIC X(66).

      *    The CCSID being built is assembled in the record area and
      *    written when the next 'CCS' card or end of file closes it.
       FD  CPGOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CPGOUT-REC.
           COPY CODEPAGE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF-SW              PIC X(01) VALUE 'N'.
           88 WS-CTL-EOF                         VALUE 'Y'.
       01  WS-BAD-CARD-SW             PIC X(01) VALUE 'N'.
           88 WS-BAD-CARD-SEEN                   VALUE 'Y'.
       01  WS-OPEN-CCSID-SW           PIC X(01) VALUE 'N'.
           88 WS-CCSID-OPEN                      VALUE 'Y'.

       01  WS-CARD-COUNT              PIC 9(08) VALUE ZERO.
       01  WS-CCSID-COUNT             PIC 9(08) VALUE ZERO.
       01  WS-RANGE-TOTAL             PIC 9(08) VALUE ZERO.
       01  WS-LAST-CCSID              PIC X(05) VALUE LOW-VALUES.

      *    A hex pair is valid when every digit converts to zero.
       01  WS-HEX-PAIR                PIC X(02).
       01  WS-HEX-OK-SW               PIC X(01).
           88 WS-HEX-OK                          VALUE 'Y'.

      *    A range's ends as byte values, worked out the way UCDZHEX
      *    does, so from and to compare as numbers whatever the
      *    collating sequence does to the hex letters.
       01  WS-HEXSTR                  PIC X(16)
                        VALUE '0123456789ABCDEF'.
       01  WS-HEX-IDX                 PIC S9(4) COMP.
       01  WS-HIGH-NIBBLE             PIC S9(4) COMP.
       01  WS-LOW-NIBBLE              PIC S9(4) COMP.
       01  WS-HEX-DEC                 PIC S9(4) COMP.
       01  WS-RG-FROM-DEC             PIC S9(4) COMP.
       01  WS-RG-TO-DEC               PIC S9(4) COMP.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CTLIN
           OPEN OUTPUT CPGOUT

           PERFORM UNTIL WS-CTL-EOF
               READ CTLIN
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF CTLIN-REC NOT = SPACES
                          AND CTLIN-REC(1:1) NOT = '*'
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 1000-PROCESS-CARD
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CCSID-OPEN
               PERFORM 3000-WRITE-CODEPAGE
           END-IF

           CLOSE CTLIN
           CLOSE CPGOUT

           DISPLAY 'UCDZCPL: ' WS-CARD-COUNT ' CARD(S) READ, '
               WS-CCSID-COUNT ' CCSID(S) WITH ' WS-RANGE-TOTAL
               ' RANGE(S) WRITTEN'

           IF WS-CCSID-COUNT = ZERO
               DISPLAY 'UCDZCPL: NO CCSID DEFINED -- '
                   'REFERENCE FILE WOULD BE EMPTY'
               SET WS-BAD-CARD-SEEN TO TRUE
           END-IF

           IF WS-BAD-CARD-SEEN
               DISPLAY 'UCDZCPL: CARD ERRORS -- REFERENCE FILE '
                   'NOT TO BE LOADED'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *--------------------------------------------------------------*
       1000-PROCESS-CARD.
           EVALUATE CTL-CARD-TYPE
               WHEN 'CCS'
                   PERFORM 1100-START-CODEPAGE
               WHEN 'RNG'
                   PERFORM 1200-ADD-RANGE
               WHEN OTHER
                   DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                       ' NOT RECOGNISED: ' CTLIN-REC
                   SET WS-BAD-CARD-SEEN TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
       1100-START-CODEPAGE.
           IF WS-CCSID-OPEN
               PERFORM 3000-WRITE-CODEPAGE
           END-IF

           IF CTL-CC-CCSID IS NOT NUMERIC
               DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                   ' CCSID NOT FIVE DIGITS: ' CTLIN-REC
               SET WS-BAD-CARD-SEEN TO TRUE
               MOVE 'N' TO WS-OPEN-CCSID-SW
           ELSE
               IF CTL-CC-CCSID NOT > WS-LAST-CCSID
                   DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                       ' CCSID ' CTL-CC-CCSID
                       ' OUT OF ORDER OR REPEATED'
                   SET WS-BAD-CARD-SEEN TO TRUE
                   MOVE 'N' TO WS-OPEN-CCSID-SW
               ELSE
                   MOVE SPACES TO CPGOUT-REC
                   MOVE CTL-CC-CCSID TO CPG-CCSID
                   MOVE CTL-CC-DESC  TO CPG-DESC
                   MOVE ZERO TO CPG-RANGE-COUNT
                   MOVE CTL-CC-CCSID TO WS-LAST-CCSID
                   SET WS-CCSID-OPEN TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1200-ADD-RANGE.
           EVALUATE TRUE
               WHEN NOT WS-CCSID-OPEN
                   DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                       ' RANGE WITH NO VALID CCS CARD BEFORE IT'
                   SET WS-BAD-CARD-SEEN TO TRUE
               WHEN CPG-RANGE-COUNT NOT < 30
                   DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                       ' MORE THAN 30 RANGES FOR CCSID ' CPG-CCSID
                   SET WS-BAD-CARD-SEEN TO TRUE
               WHEN OTHER
                   PERFORM 1300-VALIDATE-RANGE
                   IF WS-HEX-OK
                       ADD 1 TO CPG-RANGE-COUNT
                       MOVE CTL-RG-FROM
                           TO CPG-RANGE-FROM(CPG-RANGE-COUNT)
                       MOVE CTL-RG-TO
                           TO CPG-RANGE-TO(CPG-RANGE-COUNT)
                       MOVE CTL-RG-CLASS
                           TO CPG-RANGE-CLASS(CPG-RANGE-COUNT)
                       IF CTL-RG-CLASS = 'T'
                           MOVE CTL-RG-HOUSE-FROM
                             TO CPG-HOUSE-FROM(CPG-RANGE-COUNT)
                       ELSE
                           MOVE CTL-RG-FROM
                             TO CPG-HOUSE-FROM(CPG-RANGE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'UCDZCPL: CARD ' WS-CARD-COUNT
                           ' RANGE INVALID: ' CTLIN-REC
                       SET WS-BAD-CARD-SEEN TO TRUE
                   END-IF
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    Hex digits upper case only, from not past to, a known
      *    class, and a house code point on every 'T' range.  The
      *    house span running past X'FF' is left to UCDZHEX, which
      *    refuses such a range on load.
       1300-VALIDATE-RANGE.
           MOVE 'Y' TO WS-HEX-OK-SW

           MOVE CTL-RG-FROM TO WS-HEX-PAIR
           PERFORM 1400-CHECK-HEX-PAIR
           MOVE CTL-RG-TO TO WS-HEX-PAIR
           PERFORM 1400-CHECK-HEX-PAIR

           IF WS-HEX-OK
               MOVE CTL-RG-FROM TO WS-HEX-PAIR
               PERFORM 1500-HEX-PAIR-TO-DEC
               MOVE WS-HEX-DEC TO WS-RG-FROM-DEC
               MOVE CTL-RG-TO TO WS-HEX-PAIR
               PERFORM 1500-HEX-PAIR-TO-DEC
               MOVE WS-HEX-DEC TO WS-RG-TO-DEC
               IF WS-RG-TO-DEC < WS-RG-FROM-DEC
                   MOVE 'N' TO WS-HEX-OK-SW
               END-IF
           END-IF

           EVALUATE CTL-RG-CLASS
               WHEN 'V'
                   CONTINUE
               WHEN 'T'
                   MOVE CTL-RG-HOUSE-FROM TO WS-HEX-PAIR
                   PERFORM 1400-CHECK-HEX-PAIR
               WHEN OTHER
                   MOVE 'N' TO WS-HEX-OK-SW
           END-EVALUATE.

      *--------------------------------------------------------------*
       1400-CHECK-HEX-PAIR.
           INSPECT WS-HEX-PAIR CONVERTING '0123456789ABCDEF'
               TO '0000000000000000'
           IF WS-HEX-PAIR NOT = '00'
               MOVE 'N' TO WS-HEX-OK-SW
           END-IF.

      *--------------------------------------------------------------*
      *    Only reached for a pair 1400 has passed, so both digits
      *    are in WS-HEXSTR.
       1500-HEX-PAIR-TO-DEC.
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1 UNTIL WS-HEX-IDX > 16
                   OR WS-HEXSTR(WS-HEX-IDX:1) = WS-HEX-PAIR(1:1)
               CONTINUE
           END-PERFORM
           COMPUTE WS-HIGH-NIBBLE = WS-HEX-IDX - 1

           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1 UNTIL WS-HEX-IDX > 16
                   OR WS-HEXSTR(WS-HEX-IDX:1) = WS-HEX-PAIR(2:1)
               CONTINUE
           END-PERFORM
           COMPUTE WS-LOW-NIBBLE = WS-HEX-IDX - 1

           COMPUTE WS-HEX-DEC = WS-HIGH-NIBBLE * 16 + WS-LOW-NIBBLE.

      *--------------------------------------------------------------*
       3000-WRITE-CODEPAGE.
           IF CPG-RANGE-COUNT = ZERO
               DISPLAY 'UCDZCPL: CCSID ' CPG-CCSID
                   ' HAS NO RANGES'
               SET WS-BAD-CARD-SEEN TO TRUE
           END-IF
           WRITE CPGOUT-REC
           ADD 1 TO WS-CCSID-COUNT
           ADD CPG-RANGE-COUNT TO WS-RANGE-TOTAL
           MOVE 'N' TO WS-OPEN-CCSID-SW.

      *--------------------------------------------------------------*
