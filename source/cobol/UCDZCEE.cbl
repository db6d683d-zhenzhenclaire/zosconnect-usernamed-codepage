      *    '04' LIST TRUNCATED status no longer arises from the
      *    commarea ceiling on this path.  Every entry still gets
      *    its per-name audit record.
      *
      *    Source codepage: by default a name is judged against the
      *    house CCSID 00037 ranges built into UCDZHEX.  A caller
      *    whose names come from another feed names its CCSID (five
      *    digits, e.g. '00500', '01047') and may ask for the name to
      *    be translated into the house CCSID before the hex is
      *    taken (TRANSLATE-OPTION 'Y'; the house form of the name
      *    then comes back in DECODE-NAME-OUT on the single-name
      *    path).  The ranges come from the UCDZCPG codepage
      *    reference file.  On the commarea the two fields follow
      *    the bulk table -- a single-name caller sends BULK-COUNT
      *    zero in front of them; on the channel they travel in the
      *    optional 'UCDZCCS' container.  A CCSID not on the
      *    reference file refuses the whole request with status
      *    '08'.  The CCSID and option used are on every audit
      *    record, so any conversion can be reproduced.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *    parameter must still be passed since UCDZHEX writes it.
       01  WK-FLAG-REASON             PIC X(01) VALUE SPACE.

      *    Source codepage for this request and the UCDZHEX function
      *    it resolves to: the caller's own 'ENC'/'DEC' against the
      *    built-in house ranges, or 'ENX'/'ENT' against the
      *    reference record read into WK-CODEPAGE-RECORD.
       01  WK-CCSID                   PIC X(05) VALUE '00037'.
       01  WK-TRANSLATE-OPTION        PIC X(01) VALUE 'N'.
       01  WK-CALLER-FUNCTION         PIC X(03).
       01  WK-HEX-FUNCTION            PIC X(03).
       01  WK-CPG-RESP                PIC S9(8) COMP.
       01  WK-CODEPAGE-OK-SW          PIC X(01) VALUE 'Y'.
           88 WK-CODEPAGE-OK                     VALUE 'Y'.
       01  WK-CCSID-END               PIC S9(8) COMP.
       01  WK-CODEPAGE-RECORD.
           COPY CODEPAGE.

      *    Bulk-mode controls.  The entry ceiling is derived from the
      *    commarea actually passed -- processing entries past
      *    EIBCALEN would read and write storage the caller does not
               10 WK-CH-TRUNC-FLAG    PIC X(01).
               10 WK-CH-CP-FLAG       PIC X(01).

      *    Optional 'UCDZCCS' container: the channel caller's source
      *    CCSID and translate option.  Absent means house CCSID.
       01  WK-CHN-CCSID-AREA.
           05 WK-CH-CCSID             PIC X(05).
           05 WK-CH-TRANSLATE-OPTION  PIC X(01).
       01  WK-CHN-CCSID-LEN           PIC S9(8) COMP.

      *    Staging for the audit writer, filled by whichever path --
      *    single or bulk -- is about to record a conversion.
       01  WK-AUD-STAGE.
             07 BULK-HEX                PIC X(60).
             07 BULK-TRUNCATION-FLAG    PIC X(01).
             07 BULK-CODEPAGE-FLAG      PIC X(01).
      *    Source codepage, behind the bulk table so neither earlier
      *    layout moves; its position follows BULK-COUNT, so it is
      *    read only when EIBCALEN covers it (see 0500).
         03 REQUEST-CCSID               PIC X(05).
         03 TRANSLATE-OPTION            PIC X(01).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
               + LENGTH OF DECODE-HEX-IN
               + LENGTH OF DECODE-NAME-OUT

           PERFORM 0500-SELECT-COMMAREA-CODEPAGE
           MOVE REQUEST-FUNCTION TO WK-CALLER-FUNCTION
           PERFORM 0600-RESOLVE-CODEPAGE

           IF NOT WK-CODEPAGE-OK
               PERFORM 0700-REJECT-COMMAREA-REQUEST
               EXEC CICS RETURN END-EXEC
           END-IF

      *    BULK-COUNT may only be referenced once EIBCALEN is known to
      *    cover it -- the nesting is deliberate, not cosmetic.
           IF EIBCALEN > WK-SINGLE-LEN + LENGTH OF BULK-COUNT

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    The CCSID fields sit behind BULK-COUNT entries, so they are
      *    only there when the commarea reaches past the count and
      *    the table in front of them.  A commarea that stops short
      *    -- every caller written before the option existed -- is a
      *    house-CCSID request.  Read before 2000 can clamp
      *    BULK-COUNT, which would move them.
       0500-SELECT-COMMAREA-CODEPAGE.
           MOVE '00037' TO WK-CCSID
           MOVE 'N' TO WK-TRANSLATE-OPTION

           IF EIBCALEN > WK-SINGLE-LEN + LENGTH OF BULK-COUNT
               IF BULK-COUNT IS NUMERIC AND BULK-COUNT NOT > 100
                   COMPUTE WK-CCSID-END =
                       WK-SINGLE-LEN + LENGTH OF BULK-COUNT
                       + BULK-COUNT * LENGTH OF BULK-ENTRY(1)
                       + LENGTH OF REQUEST-CCSID
                       + LENGTH OF TRANSLATE-OPTION
                   IF EIBCALEN NOT < WK-CCSID-END
                      AND REQUEST-CCSID NOT = SPACES
                       MOVE REQUEST-CCSID TO WK-CCSID
                       IF TRANSLATE-OPTION = 'Y'
                           MOVE 'Y' TO WK-TRANSLATE-OPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    The house CCSID is judged by the ranges built into UCDZHEX
      *    (translating it into itself changes nothing), so no read
      *    is needed.  Any other CCSID must be on UCDZCPG; its record
      *    goes to UCDZHEX with 'ENX', or 'ENT' when the caller asked
      *    for translation.  A decode takes no codepage, but the
      *    CCSID named is still what the audit records.
       0600-RESOLVE-CODEPAGE.
           MOVE 'Y' TO WK-CODEPAGE-OK-SW
           IF WK-CALLER-FUNCTION = 'DEC'
               MOVE 'DEC' TO WK-HEX-FUNCTION
           ELSE
               MOVE 'ENC' TO WK-HEX-FUNCTION
           END-IF
           MOVE SPACES TO WK-CODEPAGE-RECORD

           IF WK-CCSID NOT = '00037'
               IF WK-CCSID IS NOT NUMERIC
                   MOVE ' CCSID MUST BE FIVE DIGITS' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-CODEPAGE-OK-SW
               ELSE
                   EXEC CICS READ
                       DATASET('UCDZCPG')
                       INTO(WK-CODEPAGE-RECORD)
                       RIDFLD(WK-CCSID)
                       KEYLENGTH(5)
                       RESP(WK-CPG-RESP)
                   END-EXEC

                   EVALUATE WK-CPG-RESP
                       WHEN DFHRESP(NORMAL)
                           IF WK-CALLER-FUNCTION NOT = 'DEC'
                               IF WK-TRANSLATE-OPTION = 'Y'
                                   MOVE 'ENT' TO WK-HEX-FUNCTION
                               ELSE
                                   MOVE 'ENX' TO WK-HEX-FUNCTION
                               END-IF
                           END-IF
                       WHEN DFHRESP(NOTFND)
                           MOVE SPACES TO WK-RESPONSE-MSG
                           STRING ' CCSID ' DELIMITED BY SIZE
                                  WK-CCSID DELIMITED BY SIZE
                                  ' NOT ON CODEPAGE REFERENCE FILE'
                                  DELIMITED BY SIZE
                                  INTO WK-RESPONSE-MSG
                           END-STRING
                           MOVE 'N' TO WK-CODEPAGE-OK-SW
                       WHEN OTHER
                           MOVE ' CODEPAGE REFERENCE FILE UNAVAILABLE'
                               TO WK-RESPONSE-MSG
                           MOVE 'N' TO WK-CODEPAGE-OK-SW
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT WK-CODEPAGE-OK
               DISPLAY ' UCDZCEE ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    Nothing is converted under a codepage that cannot be
      *    resolved -- the whole request, single or bulk, is refused
      *    with one audit record saying so.
       0700-REJECT-COMMAREA-REQUEST.
           MOVE WK-RESPONSE-MSG TO RESPONSE-MSG
           MOVE '08' TO RETURN-STATUS

           MOVE REQUEST-FUNCTION TO WK-STAGE-FUNCTION
           MOVE SPACES           TO WK-STAGE-CUST-NAME
           MOVE SPACES           TO WK-STAGE-HEX-VALUE
           MOVE RETURN-STATUS    TO WK-STAGE-STATUS
           PERFORM 3000-WRITE-AUDIT-RECORD.

      *--------------------------------------------------------------*
       1000-PROCESS-SINGLE.
           IF QUERY-CUST-NAME-LEN > LENGTH OF QUERY-CUST-NAME
               MOVE 'N' TO TRUNCATION-FLAG
           END-IF

           CALL 'UCDZHEX' USING WK-HEX-FUNCTION QUERY-CUST-NAME
               CUST-NAME-HEX CODEPAGE-FLAG DECODE-HEX-IN
               DECODE-NAME-OUT WK-FLAG-REASON WK-CODEPAGE-RECORD
           END-CALL

           IF REQUEST-FUNCTION EQUAL TO 'DEC'
           MOVE SPACES TO WK-BULK-NAME-OUT
           MOVE 'N' TO BULK-CODEPAGE-FLAG(WK-BULK-IDX)

           CALL 'UCDZHEX' USING WK-HEX-FUNCTION
               WK-BULK-NAME-IN
               WK-BULK-HEX-OUT
               BULK-CODEPAGE-FLAG(WK-BULK-IDX)
               WK-BULK-HEX-IN
               WK-BULK-NAME-OUT
               WK-FLAG-REASON
               WK-CODEPAGE-RECORD
           END-CALL

           IF REQUEST-FUNCTION EQUAL TO 'DEC'
           MOVE WK-STAGE-CUST-NAME         TO AUD-CUST-NAME
           MOVE WK-STAGE-HEX-VALUE         TO AUD-HEX-VALUE
           MOVE WK-STAGE-STATUS            TO AUD-RETURN-STATUS
           MOVE WK-CCSID                   TO AUD-CCSID
           MOVE WK-TRANSLATE-OPTION        TO AUD-TRANSLATE-OPTION

           EXEC CICS WRITE
               FILE('UCDZAUD')
           MOVE SPACES TO WK-CH-RESPONSE-MSG
           MOVE '00' TO WK-CH-RETURN-STATUS

           PERFORM 8020-SELECT-CHANNEL-CODEPAGE
           MOVE WK-CH-REQUEST-FUNCTION TO WK-CALLER-FUNCTION
           PERFORM 0600-RESOLVE-CODEPAGE

      *    LENGERR is an OVERSIZED request, not a broken one: the
      *    INTO area holds the leading entries and the fixed fields
      *    (including the count) intact, so the entries that fit are
      *    The capacity actually landed in the area is what the
      *    clamp below may trust, not the container's full FLENGTH.
           EVALUATE TRUE
               WHEN NOT WK-CODEPAGE-OK
                   MOVE WK-RESPONSE-MSG TO WK-CH-RESPONSE-MSG
                   MOVE '08' TO WK-CH-RETURN-STATUS
                   MOVE ZERO TO WK-CH-BULK-COUNT
                   MOVE WK-CH-REQUEST-FUNCTION TO WK-STAGE-FUNCTION
                   MOVE SPACES TO WK-STAGE-CUST-NAME
                   MOVE SPACES TO WK-STAGE-HEX-VALUE
                   MOVE '08' TO WK-STAGE-STATUS
                   PERFORM 3000-WRITE-AUDIT-RECORD
               WHEN WK-AUD-RESP = DFHRESP(LENGERR)
                   MOVE LENGTH OF WK-CHN-AREA TO WK-CHN-REQ-LEN
                   IF WK-CH-BULK-COUNT IS NOT NUMERIC
                   WK-AUD-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    The 'UCDZCCS' container is optional -- a channel caller
      *    that does not send it gets the house CCSID, as before.
       8020-SELECT-CHANNEL-CODEPAGE.
           MOVE '00037' TO WK-CCSID
           MOVE 'N' TO WK-TRANSLATE-OPTION
           MOVE SPACES TO WK-CHN-CCSID-AREA

           MOVE LENGTH OF WK-CHN-CCSID-AREA TO WK-CHN-CCSID-LEN
           EXEC CICS GET CONTAINER('UCDZCCS')
               INTO(WK-CHN-CCSID-AREA)
               FLENGTH(WK-CHN-CCSID-LEN)
               RESP(WK-CPG-RESP)
           END-EXEC

           IF WK-CPG-RESP = DFHRESP(NORMAL)
              AND WK-CH-CCSID NOT = SPACES
               MOVE WK-CH-CCSID TO WK-CCSID
               IF WK-CH-TRANSLATE-OPTION = 'Y'
                   MOVE 'Y' TO WK-TRANSLATE-OPTION
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    A count past what the shipped container holds is a
      *    malformed request, not a capacity limit -- clamped and
           MOVE SPACES TO WK-BULK-NAME-OUT
           MOVE 'N' TO WK-CH-CP-FLAG(WK-CH-IDX)

           CALL 'UCDZHEX' USING WK-HEX-FUNCTION
               WK-BULK-NAME-IN
               WK-BULK-HEX-OUT
               WK-CH-CP-FLAG(WK-CH-IDX)
               WK-BULK-HEX-IN
               WK-BULK-NAME-OUT
               WK-FLAG-REASON
               WK-CODEPAGE-RECORD
           END-CALL

           IF WK-CH-REQUEST-FUNCTION EQUAL TO 'DEC'
