      *    UCDZCEE (online, one name per CICS request) and by UCDZBAT
      *    (batch, one name per input record) so both run the exact
      *    same encode/decode rules.
      *
      *    Function codes:
      *      'ENC'  encode against the built-in house CCSID 00037
      *             printable ranges (the original contract -- callers
      *             that pass no codepage record use this)
      *      'ENX'  encode against the codepage reference record
      *             passed as the eighth parameter (CODEPAGE.cpy, one
      *             record per CCSID off the UCDZCPG reference file);
      *             the hex is of the bytes as received
      *      'ENT'  as 'ENX', but each translatable byte is first
      *             translated into the house CCSID, so the hex is of
      *             the house form of the name; the translated name
      *             comes back in LK-NAME-OUT
      *      'DEC'  decode hex back to bytes (no codepage applies)
      *      'NRM'  reduce a house-CCSID name to its match key in
      *             LK-NAME-OUT, for duplicate-customer matching:
      *             lower case and the accented letters of the house
      *             CCSID fold to their plain capital ('E' for e
      *             acute, 'SS' for sharp s, 'AE' for the ash), and
      *             spaces and the house printable punctuation are
      *             dropped, so O'BRIEN, OBRIEN, O BRIEN and o'brien
      *             all give OBRIEN.  A byte the house CCSID cannot
      *             print is kept as it stands (a double-byte name
      *             matches only itself) and raises LK-CODEPAGE-FLAG
      *             with the 'ENC' reasons.  LK-NAME-HEX is not set.
      *    A codepage record lists up to 30 byte ranges, each given
      *    as two-digit hex from/to with a class:
      *      'V'  valid -- means the same as in the house CCSID
      *      'T'  translatable -- a character the house CCSID carries
      *           at another code point; CPG-HOUSE-FROM is the house
      *           code point of the range's first byte, and the rest
      *           of the range follows it one for one
      *    Any byte no range covers is non-representable ('X'), and
      *    SO/SI keep their double-byte meaning ('D') unless a range
      *    claims them.  The 00037 record on the reference file
      *    carries exactly the built-in 'ENC' ranges, so the house
      *    CCSID judges a name the same by either route.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  HIGH-NIBBLE                PIC S9(4) COMP.
       01  LOW-NIBBLE                 PIC S9(4) COMP.

      *    The passed codepage record expanded to one entry per byte
      *    value (subscript = byte value + 1): class 'V'/'T'/'D'/'X'
      *    and the house code point the byte translates to.  Rebuilt
      *    only when the record passed differs from the one last
      *    expanded, so a batch run pays for it once.
       01  CP-LOADED-RECORD           PIC X(237) VALUE LOW-VALUES.
       01  CP-BYTE-TABLE.
           05 CP-BYTE OCCURS 256 TIMES.
               10 CP-CLASS            PIC X(01).
               10 CP-HOUSE-DEC        PIC S9(4) COMP.
       01  CP-IDX                     PIC S9(4) COMP.
       01  CP-RANGE-IDX               PIC S9(4) COMP.
       01  CP-RANGE-MAX               PIC S9(4) COMP.
       01  CP-FROM-DEC                PIC S9(4) COMP.
       01  CP-TO-DEC                  PIC S9(4) COMP.
       01  CP-HOUSE-START             PIC S9(4) COMP.
       01  CP-HEX-PAIR                PIC X(02).
       01  CP-HEX-DEC                 PIC S9(4) COMP.
       01  CP-HEX-VALID-SW            PIC X(01).
           88 CP-HEX-VALID                       VALUE 'Y'.
       01  CP-RANGE-VALID-SW          PIC X(01).
           88 CP-RANGE-VALID                     VALUE 'Y'.

      *    'NRM' fold table: each byte of NM-FOLD-FROM becomes the
      *    byte under it in NM-FOLD-TO -- house CCSID lower case to
      *    upper case, then each accented letter to its plain capital.
       01  NM-FOLD-FROM.
           05 FILLER                  PIC X(09)
                        VALUE X'818283848586878889'.
           05 FILLER                  PIC X(09)
                        VALUE X'919293949596979899'.
           05 FILLER                  PIC X(08)
                        VALUE X'A2A3A4A5A6A7A8A9'.
           05 FILLER                  PIC X(16)
                        VALUE X'42434445464748495152535455565758'.
           05 FILLER                  PIC X(17)
                        VALUE X'6263646566676869707172737475767778'.
           05 FILLER                  PIC X(06)
                        VALUE X'808CAC8DADDF'.
           05 FILLER                  PIC X(18)
                        VALUE X'CBCCCDCECFDBDCDDDEEBECEDEEEFFBFCFDFE'.
       01  NM-FOLD-TO.
           05 FILLER                  PIC X(09)
                        VALUE X'C1C2C3C4C5C6C7C8C9'.
           05 FILLER                  PIC X(09)
                        VALUE X'D1D2D3D4D5D6D7D8D9'.
           05 FILLER                  PIC X(08)
                        VALUE X'E2E3E4E5E6E7E8E9'.
           05 FILLER                  PIC X(16)
                        VALUE X'C1C1C1C1C1C1C3D5C5C5C5C5C9C9C9C9'.
           05 FILLER                  PIC X(17)
                        VALUE X'C1C1C1C1C1C1C3D5D6C5C5C5C5C9C9C9C9'.
           05 FILLER                  PIC X(06)
                        VALUE X'D6C4C4E8E8E8'.
           05 FILLER                  PIC X(18)
                        VALUE X'D6D6D6D6D6E4E4E4E4D6D6D6D6D6E4E4E4E4'.
       01  NM-WORK-NAME               PIC X(30).
       01  NM-OUT-LEN                 PIC S9(4) COMP.

       LINKAGE SECTION.
       01  LK-FUNCTION-CODE           PIC X(03).
       01  LK-NAME-IN                 PIC X(30).
      *    represent.  'D' wins when both occur in one name.  Space
      *    when the flag is 'N'.
       01  LK-FLAG-REASON             PIC X(01).
      *    Passed only with 'ENX'/'ENT' -- 'ENC', 'DEC' and 'NRM'
      *    callers pass seven parameters, so nothing on those paths
      *    may touch it.
       01  LK-CODEPAGE-REC.
           COPY CODEPAGE.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-FUNCTION-CODE LK-NAME-IN
               LK-NAME-HEX LK-CODEPAGE-FLAG LK-HEX-IN LK-NAME-OUT
               LK-FLAG-REASON LK-CODEPAGE-REC.
       0000-MAIN.
           EVALUATE LK-FUNCTION-CODE
               WHEN 'DEC'
                   PERFORM 2000-DECODE
               WHEN 'NRM'
                   PERFORM 4000-NORMALISE-NAME
               WHEN 'ENX'
               WHEN 'ENT'
                   IF LK-CODEPAGE-REC NOT = CP-LOADED-RECORD
                       PERFORM 3000-LOAD-CODEPAGE
                   END-IF
                   PERFORM 3500-ENCODE-CODEPAGE
               WHEN OTHER
                   PERFORM 1000-ENCODE
           END-EVALUATE.

           GOBACK.

           END-PERFORM.

      *--------------------------------------------------------------*
      *    Expands the passed codepage record into CP-BYTE-TABLE.
      *    A range with a bad hex digit, from past to, an unknown
      *    class, or a house span running past X'FF' is reported and
      *    left out -- its bytes stay non-representable, so a damaged
      *    reference record flags names instead of passing them.
       3000-LOAD-CODEPAGE.
           MOVE LK-CODEPAGE-REC TO CP-LOADED-RECORD

           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > 256
               MOVE 'X' TO CP-CLASS(CP-IDX)
               COMPUTE CP-HOUSE-DEC(CP-IDX) = CP-IDX - 1
           END-PERFORM
           MOVE 'D' TO CP-CLASS(15)
           MOVE 'D' TO CP-CLASS(16)

           IF CPG-RANGE-COUNT IS NUMERIC
               MOVE CPG-RANGE-COUNT TO CP-RANGE-MAX
               IF CP-RANGE-MAX > 30
                   MOVE 30 TO CP-RANGE-MAX
               END-IF
           ELSE
               DISPLAY 'UCDZHEX: CODEPAGE ' CPG-CCSID
                   ' RANGE COUNT NOT NUMERIC -- NO RANGES LOADED'
               MOVE ZERO TO CP-RANGE-MAX
           END-IF

           PERFORM 3100-LOAD-RANGE
               VARYING CP-RANGE-IDX FROM 1 BY 1
               UNTIL CP-RANGE-IDX > CP-RANGE-MAX.

      *--------------------------------------------------------------*
       3100-LOAD-RANGE.
           MOVE 'Y' TO CP-RANGE-VALID-SW

           MOVE CPG-RANGE-FROM(CP-RANGE-IDX) TO CP-HEX-PAIR
           PERFORM 3200-HEX-PAIR-TO-DEC
           MOVE CP-HEX-DEC TO CP-FROM-DEC
           IF NOT CP-HEX-VALID
               MOVE 'N' TO CP-RANGE-VALID-SW
           END-IF

           MOVE CPG-RANGE-TO(CP-RANGE-IDX) TO CP-HEX-PAIR
           PERFORM 3200-HEX-PAIR-TO-DEC
           MOVE CP-HEX-DEC TO CP-TO-DEC
           IF NOT CP-HEX-VALID OR CP-TO-DEC < CP-FROM-DEC
               MOVE 'N' TO CP-RANGE-VALID-SW
           END-IF

           EVALUATE CPG-RANGE-CLASS(CP-RANGE-IDX)
               WHEN 'V'
                   MOVE CP-FROM-DEC TO CP-HOUSE-START
               WHEN 'T'
                   MOVE CPG-HOUSE-FROM(CP-RANGE-IDX) TO CP-HEX-PAIR
                   PERFORM 3200-HEX-PAIR-TO-DEC
                   MOVE CP-HEX-DEC TO CP-HOUSE-START
                   IF NOT CP-HEX-VALID
                      OR CP-HOUSE-START + CP-TO-DEC - CP-FROM-DEC
                         > 255
                       MOVE 'N' TO CP-RANGE-VALID-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CP-RANGE-VALID-SW
           END-EVALUATE

           IF CP-RANGE-VALID
               PERFORM VARYING CP-IDX FROM CP-FROM-DEC BY 1
                       UNTIL CP-IDX > CP-TO-DEC
                   MOVE CPG-RANGE-CLASS(CP-RANGE-IDX)
                       TO CP-CLASS(CP-IDX + 1)
                   COMPUTE CP-HOUSE-DEC(CP-IDX + 1) =
                       CP-HOUSE-START + CP-IDX - CP-FROM-DEC
               END-PERFORM
           ELSE
               DISPLAY 'UCDZHEX: CODEPAGE ' CPG-CCSID ' RANGE '
                   CP-RANGE-IDX ' INVALID -- IGNORED'
           END-IF.

      *--------------------------------------------------------------*
      *    Two hex digits in CP-HEX-PAIR to a byte value in
      *    CP-HEX-DEC, by the same HEXSTR search 2000-DECODE uses.
       3200-HEX-PAIR-TO-DEC.
           MOVE 'Y' TO CP-HEX-VALID-SW

           PERFORM VARYING K1 FROM 1 BY 1 UNTIL K1 > 16
                   OR HEXSTR(K1:1) EQUAL TO CP-HEX-PAIR(1:1)
               CONTINUE
           END-PERFORM
           COMPUTE HIGH-NIBBLE = K1 - 1

           PERFORM VARYING K1 FROM 1 BY 1 UNTIL K1 > 16
                   OR HEXSTR(K1:1) EQUAL TO CP-HEX-PAIR(2:1)
               CONTINUE
           END-PERFORM
           COMPUTE LOW-NIBBLE = K1 - 1

           IF HIGH-NIBBLE > 15 OR LOW-NIBBLE > 15
               MOVE 'N' TO CP-HEX-VALID-SW
               MOVE ZERO TO CP-HEX-DEC
           ELSE
               COMPUTE CP-HEX-DEC = HIGH-NIBBLE * 16 + LOW-NIBBLE
           END-IF.

      *--------------------------------------------------------------*
      *    The codepage-driven encode.  Flagging follows 1000-ENCODE
      *    ('D' outranks 'X'); with 'ENT' a translatable byte is
      *    replaced by its house code point before the hex is taken,
      *    and the house form of the whole name is returned.
       3500-ENCODE-CODEPAGE.
           MOVE 'N' TO LK-CODEPAGE-FLAG
           MOVE SPACE TO LK-FLAG-REASON
           IF LK-FUNCTION-CODE EQUAL TO 'ENT'
               MOVE SPACES TO LK-NAME-OUT
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL
                   I > LENGTH OF LK-NAME-IN
             COMPUTE J = 2 * I - 1
             MOVE ZERO TO DEC
             MOVE LK-NAME-IN(I:1) TO DECBYTE
             COMPUTE CP-IDX = DEC + 1
             EVALUATE CP-CLASS(CP-IDX)
                 WHEN 'V'
                     CONTINUE
                 WHEN 'T'
                     IF LK-FUNCTION-CODE EQUAL TO 'ENT'
                         MOVE CP-HOUSE-DEC(CP-IDX) TO DEC
                     END-IF
                 WHEN 'D'
                     MOVE 'Y' TO LK-CODEPAGE-FLAG
                     MOVE 'D' TO LK-FLAG-REASON
                 WHEN OTHER
                     MOVE 'Y' TO LK-CODEPAGE-FLAG
                     IF LK-FLAG-REASON NOT = 'D'
                         MOVE 'X' TO LK-FLAG-REASON
                     END-IF
             END-EVALUATE
             IF LK-FUNCTION-CODE EQUAL TO 'ENT'
                 MOVE DECBYTE TO LK-NAME-OUT(I:1)
             END-IF
             DIVIDE DEC BY 16 GIVING Q REMAINDER R
             COMPUTE J1 = J + 1
             COMPUTE Q1 = Q + 1
             COMPUTE R1 = R + 1
             MOVE HEXSTR(Q1:1) TO LK-NAME-HEX(J:1)
             MOVE HEXSTR(R1:1) TO LK-NAME-HEX(J1:1)
           END-PERFORM.

      *--------------------------------------------------------------*
      *    The match key: fold, then keep letters and digits, drop
      *    spaces and house punctuation, keep anything else as it
      *    stands.  Bytes are classed by value, as in 1000-ENCODE.
       4000-NORMALISE-NAME.
           MOVE 'N' TO LK-CODEPAGE-FLAG
           MOVE SPACE TO LK-FLAG-REASON
           MOVE SPACES TO LK-NAME-OUT
           MOVE ZERO TO NM-OUT-LEN

           MOVE LK-NAME-IN TO NM-WORK-NAME
           INSPECT NM-WORK-NAME CONVERTING NM-FOLD-FROM TO NM-FOLD-TO

           PERFORM VARYING I FROM 1 BY 1 UNTIL
                   I > LENGTH OF NM-WORK-NAME
             MOVE ZERO TO DEC
             MOVE NM-WORK-NAME(I:1) TO DECBYTE
             EVALUATE TRUE
                 WHEN DEC >= 193 AND DEC <= 201
                 WHEN DEC >= 209 AND DEC <= 217
                 WHEN DEC >= 226 AND DEC <= 233
                 WHEN DEC >= 240 AND DEC <= 249
                     PERFORM 4100-APPEND-KEY-BYTE
      *      Sharp s folds to two letters, the ash to two letters.
                 WHEN DEC = 89
                     MOVE 226 TO DEC
                     PERFORM 4100-APPEND-KEY-BYTE
                     PERFORM 4100-APPEND-KEY-BYTE
                 WHEN DEC = 156
                 WHEN DEC = 158
                     MOVE 193 TO DEC
                     PERFORM 4100-APPEND-KEY-BYTE
                     MOVE 197 TO DEC
                     PERFORM 4100-APPEND-KEY-BYTE
      *      Space, required space and the house punctuation.
                 WHEN DEC = 64
                 WHEN DEC = 65
                 WHEN DEC >= 74 AND DEC <= 80
                 WHEN DEC >= 90 AND DEC <= 97
                 WHEN DEC >= 106 AND DEC <= 111
                 WHEN DEC >= 121 AND DEC <= 127
                 WHEN DEC = 161
                 WHEN DEC = 192
                 WHEN DEC = 208
                 WHEN DEC = 224
                     CONTINUE
                 WHEN DEC = 14
                 WHEN DEC = 15
                     MOVE 'Y' TO LK-CODEPAGE-FLAG
                     MOVE 'D' TO LK-FLAG-REASON
                     PERFORM 4100-APPEND-KEY-BYTE
                 WHEN OTHER
                     MOVE 'Y' TO LK-CODEPAGE-FLAG
                     IF LK-FLAG-REASON NOT = 'D'
                         MOVE 'X' TO LK-FLAG-REASON
                     END-IF
                     PERFORM 4100-APPEND-KEY-BYTE
             END-EVALUATE
           END-PERFORM.

      *--------------------------------------------------------------*
      *    The key can only grow past 30 through the two-letter
      *    folds; the excess is dropped.
       4100-APPEND-KEY-BYTE.
           IF NM-OUT-LEN < LENGTH OF LK-NAME-OUT
               ADD 1 TO NM-OUT-LEN
               MOVE DECBYTE TO LK-NAME-OUT(NM-OUT-LEN:1)
           END-IF.

      *--------------------------------------------------------------*
