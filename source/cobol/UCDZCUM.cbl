      *    Every successful change writes a before/after image pair
      *    to the CUSTHS history file under CM-USER-ID, the pattern
      *    PRODHS gives the product master.
      *
      *    A successful ADD is checked against the UCDZNMX name index
      *    (match key + customer id, rebuilt nightly by UCDZDUP): the
      *    new name is reduced to its match key by the UCDZHEX 'NRM'
      *    function, and when another customer id already carries
      *    that key the operator is warned in CM-RESPONSE-MSG with
      *    the id it matches.  The add itself is never refused for
      *    it -- two people can share a name.  ADD and a name-changing
      *    UPD keep the index in step, so a duplicate keyed later the
      *    same day is caught too.
      *
      *    Before anything is read, UCDZENK confirms that CM-USER-ID
      *    holds the CUSTOMER entitlement for the function on the
      *    UCDZENT entitlements file; a refusal comes back in
      *    CM-RESPONSE-MSG and is on the UCDZVIO violation log.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WK-HIST-RIDFLD             PIC S9(8) COMP.
       01  WK-VALID-SW                PIC X(01) VALUE 'Y'.
           88 WK-FIELDS-VALID                    VALUE 'Y'.
       01  WK-ENTITLED-SW             PIC X(01) VALUE 'N'.
           88 WK-ENTITLED                        VALUE 'Y'.

      *    Entitlement check, LINKed to UCDZENK.
       01  WK-ENT-CHECK-AREA.
           COPY ENTCHK.

      *    UCDZHEX call parameters -- same shapes as UCDZBAT passes,
      *    full-size even where this program never reads them, since
       01  WK-NAME-OUT                PIC X(30) VALUE SPACES.
       01  WK-FLAG-REASON             PIC X(01) VALUE SPACE.

      *    Name-match check on ADD: the match key UCDZHEX 'NRM'
      *    returns, the index record and browse key, and what the
      *    browse found.
       01  WK-NRM-FUNCTION            PIC X(03) VALUE 'NRM'.
       01  WK-KEY-NAME                PIC X(30).
       01  WK-MATCH-KEY               PIC X(30).
       01  WK-OLD-CUST-NAME           PIC X(30).
       01  WK-NMX-RESP                PIC S9(8) COMP.
       01  WK-NMX-REC.
           COPY CUSTNMX.
       01  WK-NMX-BROWSE-KEY          PIC X(38).
       01  WK-NMX-END-SW              PIC X(01).
           88 WK-NMX-END                         VALUE 'Y'.
       01  WK-NMX-ERROR-SW            PIC X(01).
           88 WK-NMX-ERROR                       VALUE 'Y'.
       01  WK-NAME-MATCH-COUNT        PIC 9(03).
       01  WK-NAME-MATCH-ID           PIC X(08).

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
      *    below is not addressable in that case, so the failure
               ==FINCODE-DESC==       BY ==WK-FN-FINCODE-DESC==
               ==FINCODE-EFF-FROM==   BY ==WK-FN-FINCODE-EFF-FROM==
               ==FINCODE-EFF-TO==     BY ==WK-FN-FINCODE-EFF-TO==
               ==QUERY-AS-OF-DATE==   BY ==WK-FN-QUERY-AS-OF-DATE==
               ==QUERY-CUSTOMER-ID==  BY ==WK-FN-QUERY-CUSTOMER-ID==.

       01  WK-CUSTOMER-REC.
           COPY CUSTREC.

           MOVE SPACES TO CM-RESPONSE-MSG

           PERFORM 0500-CHECK-ENTITLEMENT
           IF NOT WK-ENTITLED
               MOVE WK-RESPONSE-MSG TO CM-RESPONSE-MSG
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE CM-FUNCTION
               WHEN 'INQ'
                   PERFORM 1000-INQUIRE-CUSTOMER

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    UCDZENK decides before anything is read; an unknown
      *    function is left to the EVALUATE's own refusal.  A check
      *    that cannot be made refuses -- nothing is granted by
      *    default.
       0500-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WK-ENTITLED-SW
           IF CM-FUNCTION = 'INQ' OR 'ADD' OR 'UPD'
               MOVE CM-USER-ID       TO EK-USER-ID
               MOVE 'CUSTOMER'       TO EK-MASTER
               MOVE CM-FUNCTION      TO EK-FUNCTION
               MOVE SPACES           TO EK-ALT-FUNCTION
               MOVE 'UCDZCUM'        TO EK-PROGRAM
               MOVE CM-CUSTOMER-ID   TO EK-ITEM-KEY
               MOVE SPACES           TO EK-RESULT
               MOVE SPACES           TO EK-RESPONSE-MSG

               EXEC CICS LINK
                   PROGRAM('UCDZENK')
                   COMMAREA(WK-ENT-CHECK-AREA)
                   LENGTH(LENGTH OF WK-ENT-CHECK-AREA)
                   RESP(WK-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WK-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WK-ENTITLED-SW
                       MOVE ' ENTITLEMENT CHECK UNAVAILABLE -- CHANGE '
                           & 'NOT ATTEMPTED' TO WK-RESPONSE-MSG
                   WHEN EK-ALLOWED
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WK-ENTITLED-SW
                       MOVE EK-RESPONSE-MSG TO WK-RESPONSE-MSG
               END-EVALUATE
               IF NOT WK-ENTITLED
                   DISPLAY ' UCDZCUM ERR: ' WK-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1000-INQUIRE-CUSTOMER.
           EXEC CICS READ
                   WHEN DFHRESP(NORMAL)
                       MOVE SPACES TO WK-BEFORE-REC
                       PERFORM 6000-WRITE-HISTORY
                       PERFORM 2100-CHECK-NAME-MATCH
                   WHEN DFHRESP(DUPREC)
                       MOVE ' CUSTOMER ALREADY EXISTS'
                           TO WK-RESPONSE-MSG
               EVALUATE WK-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE WK-CUSTOMER-REC  TO WK-BEFORE-REC
                       MOVE CUS-CUST-NAME    TO WK-OLD-CUST-NAME
                       MOVE CM-CUST-NAME     TO CUS-CUST-NAME
                       MOVE CM-FINANCE-CODE  TO CUS-FINANCE-CODE
                       MOVE CM-STATUS        TO CUS-STATUS
                       END-EXEC
                       IF WK-RESP = DFHRESP(NORMAL)
                           PERFORM 6000-WRITE-HISTORY
                           IF CM-CUST-NAME NOT = WK-OLD-CUST-NAME
                               PERFORM 3100-REINDEX-NAME
                           END-IF
                           MOVE ' CUSTOMER UPDATED' TO CM-RESPONSE-MSG
                       ELSE
                           MOVE ' CUSTOMER MASTER REWRITE ERROR'
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      *    The customer is on file by now; the name check only shapes
      *    the answer.  Matches are browsed on the index key (match
      *    key, then customer id) and counted until the key changes.
      *    A name with no letters or digits has no key and is not
      *    checked.
       2100-CHECK-NAME-MATCH.
           MOVE CM-CUST-NAME TO WK-KEY-NAME
           PERFORM 7000-MAKE-MATCH-KEY
           MOVE ZERO TO WK-NAME-MATCH-COUNT
           MOVE SPACES TO WK-NAME-MATCH-ID
           MOVE 'N' TO WK-NMX-END-SW
           MOVE 'N' TO WK-NMX-ERROR-SW

           IF WK-MATCH-KEY = SPACES
               SET WK-NMX-END TO TRUE
           ELSE
               MOVE LOW-VALUES TO WK-NMX-BROWSE-KEY
               MOVE WK-MATCH-KEY TO WK-NMX-BROWSE-KEY(1:30)
               EXEC CICS STARTBR
                   DATASET('UCDZNMX')
                   RIDFLD(WK-NMX-BROWSE-KEY)
                   KEYLENGTH(38)
                   GTEQ
                   RESP(WK-NMX-RESP)
               END-EXEC
               EVALUATE WK-NMX-RESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       SET WK-NMX-END TO TRUE
                   WHEN OTHER
                       SET WK-NMX-END TO TRUE
                       SET WK-NMX-ERROR TO TRUE
               END-EVALUATE
           END-IF

           IF NOT WK-NMX-END
               PERFORM 2200-READ-NEXT-MATCH UNTIL WK-NMX-END
               EXEC CICS ENDBR
                   DATASET('UCDZNMX')
                   RESP(WK-NMX-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WK-NMX-ERROR
                   MOVE ' CUSTOMER ADDED -- NAME MATCH CHECK '
                       & 'UNAVAILABLE' TO CM-RESPONSE-MSG
                   DISPLAY ' UCDZCUM WARN: NAME INDEX UNAVAILABLE, '
                       'RESP=' WK-NMX-RESP
               WHEN WK-NAME-MATCH-COUNT = 1
                   STRING ' CUSTOMER ADDED -- WARNING: NAME MATCHES '
                          DELIMITED BY SIZE
                          'EXISTING CUSTOMER ' DELIMITED BY SIZE
                          WK-NAME-MATCH-ID DELIMITED BY SIZE
                          INTO CM-RESPONSE-MSG
                   END-STRING
               WHEN WK-NAME-MATCH-COUNT > 1
                   STRING ' CUSTOMER ADDED -- WARNING: NAME MATCHES '
                          DELIMITED BY SIZE
                          WK-NAME-MATCH-COUNT DELIMITED BY SIZE
                          ' CUSTOMERS, FIRST ' DELIMITED BY SIZE
                          WK-NAME-MATCH-ID DELIMITED BY SIZE
                          INTO CM-RESPONSE-MSG
                   END-STRING
               WHEN OTHER
                   MOVE ' CUSTOMER ADDED' TO CM-RESPONSE-MSG
           END-EVALUATE
           IF WK-NAME-MATCH-COUNT > ZERO
               DISPLAY ' UCDZCUM WARN:' CM-RESPONSE-MSG
           END-IF

           IF WK-MATCH-KEY NOT = SPACES
               PERFORM 7100-ADD-NAME-INDEX
           END-IF.

      *--------------------------------------------------------------*
       2200-READ-NEXT-MATCH.
           EXEC CICS READNEXT
               DATASET('UCDZNMX')
               INTO(WK-NMX-REC)
               RIDFLD(WK-NMX-BROWSE-KEY)
               KEYLENGTH(38)
               RESP(WK-NMX-RESP)
           END-EXEC

           EVALUATE WK-NMX-RESP
               WHEN DFHRESP(NORMAL)
                   IF NMX-MATCH-KEY NOT = WK-MATCH-KEY
                       SET WK-NMX-END TO TRUE
                   ELSE
                       IF NMX-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                          AND WK-NAME-MATCH-COUNT < 999
                           ADD 1 TO WK-NAME-MATCH-COUNT
                           IF WK-NAME-MATCH-ID = SPACES
                               MOVE NMX-CUSTOMER-ID
                                   TO WK-NAME-MATCH-ID
                           END-IF
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WK-NMX-END TO TRUE
               WHEN OTHER
                   SET WK-NMX-END TO TRUE
                   SET WK-NMX-ERROR TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    The old name's index entry goes and the new one comes in.
      *    A missing old entry (customer added while the index was
      *    being rebuilt) is not an error.
       3100-REINDEX-NAME.
           MOVE WK-OLD-CUST-NAME TO WK-KEY-NAME
           PERFORM 7000-MAKE-MATCH-KEY

           IF WK-MATCH-KEY NOT = SPACES
               MOVE WK-MATCH-KEY   TO NMX-MATCH-KEY
               MOVE CM-CUSTOMER-ID TO NMX-CUSTOMER-ID
               EXEC CICS DELETE
                   DATASET('UCDZNMX')
                   RIDFLD(NMX-KEY)
                   KEYLENGTH(38)
                   RESP(WK-NMX-RESP)
               END-EXEC
               IF WK-NMX-RESP NOT = DFHRESP(NORMAL)
                  AND WK-NMX-RESP NOT = DFHRESP(NOTFND)
                   DISPLAY ' UCDZCUM NAME INDEX DELETE FAILED, RESP='
                       WK-NMX-RESP
               END-IF
           END-IF

           MOVE CM-CUST-NAME TO WK-KEY-NAME
           PERFORM 7000-MAKE-MATCH-KEY
           IF WK-MATCH-KEY NOT = SPACES
               PERFORM 7100-ADD-NAME-INDEX
           END-IF.

      *--------------------------------------------------------------*
      *    Field validation ahead of any write.  The name goes
      *    through UCDZHEX and the finance code through UCDZFIN so a
           MOVE SPACES TO WK-FN-FINCODE-EFF-FROM
           MOVE SPACES TO WK-FN-FINCODE-EFF-TO
           MOVE SPACES TO WK-FN-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-FN-QUERY-CUSTOMER-ID

           EXEC CICS LINK
               PROGRAM('UCDZFIN')
                   WK-HIST-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    The match key of the name in WK-KEY-NAME, into
      *    WK-MATCH-KEY -- the same UCDZHEX call UCDZDUP makes when
      *    it builds the index.
       7000-MAKE-MATCH-KEY.
           MOVE SPACES TO WK-MATCH-KEY
           CALL 'UCDZHEX' USING WK-NRM-FUNCTION WK-KEY-NAME
               WK-NAME-HEX WK-CODEPAGE-FLAG WK-HEX-IN
               WK-MATCH-KEY WK-FLAG-REASON
           END-CALL.

      *--------------------------------------------------------------*
      *    Like the history write, a failed index write is reported
      *    but does not undo the change; tonight's rebuild restores
      *    the entry.
       7100-ADD-NAME-INDEX.
           MOVE WK-MATCH-KEY   TO NMX-MATCH-KEY
           MOVE CM-CUSTOMER-ID TO NMX-CUSTOMER-ID
           EXEC CICS WRITE
               DATASET('UCDZNMX')
               FROM(WK-NMX-REC)
               RIDFLD(NMX-KEY)
               KEYLENGTH(38)
               RESP(WK-NMX-RESP)
           END-EXEC
           IF WK-NMX-RESP NOT = DFHRESP(NORMAL)
              AND WK-NMX-RESP NOT = DFHRESP(DUPREC)
               DISPLAY ' UCDZCUM NAME INDEX WRITE FAILED, RESP='
                   WK-NMX-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    Reached only when EIBCALEN is zero -- DFHCOMMAREA has no
      *    addressability here, so the status is returned via a fresh
