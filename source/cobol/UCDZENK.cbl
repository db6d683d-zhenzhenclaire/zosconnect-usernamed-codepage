       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZENK.
      *----------------------------------------------------------------*
      *    Entitlement check LINKed by the maintenance transactions
      *    (UCDZPRM, UCDZCUM, UCDZSRM, UCDZFCM, UCDZENM) before they
      *    read anything for update.  Takes the ENTCHK.cpy commarea:
      *    the user id, the master (PRODUCT, CUSTOMER, RULE, FINCODE,
      *    ENTITLE) and the function asked for (INQ/ADD/UPD/DEL, or
      *    MAKE/APPROVE on FINCODE), with an optional alternative
      *    function that will do instead, and the calling program and
      *    item key for the log.  Answers in EK-RESULT:
      *      'Y' - entitled
      *      'N' - refused; EK-RESPONSE-MSG says why, and the attempt
      *            is on the UCDZVIO violation log
      *      'E' - the entitlements file could not be read; the
      *            caller must refuse too (nothing is granted by
      *            default), but nothing is logged against the user
      *
      *    The UCDZENT entitlements file (ENTREC.cpy) is keyed
      *    principal + master + function.  A principal is a user id
      *    or a group id.  A user is entitled when it holds the grant
      *    itself, or when it is a member of a group that does: a
      *    membership is an entry with master GROUP and the group id
      *    in the function field, so a user's groups are the entries
      *    at user + GROUP on the key.  Groups do not nest.
      *
      *    A failed violation-log write is reported but does not turn
      *    the refusal into an allowance.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-RESPONSE-MSG            PIC X(80) VALUE SPACES.
       01  WK-RESP                    PIC S9(8) COMP.
       01  WK-ABSTIME                 PIC S9(15) COMP-3.
       01  WK-VIO-RESP                PIC S9(8) COMP.
      *    RIDFLD is mandatory on File Control WRITE even for ESDS --
      *    for ESDS it is the data area CICS returns the newly assigned
      *    RBA into after the write, not an input key, but the option
      *    itself is not optional syntax.
       01  WK-VIO-RIDFLD              PIC S9(8) COMP.
       01  WK-GRANTED-SW              PIC X(01) VALUE 'N'.
           88 WK-GRANTED                         VALUE 'Y'.
       01  WK-FILE-ERROR-SW           PIC X(01) VALUE 'N'.
           88 WK-FILE-ERROR                      VALUE 'Y'.
       01  WK-END-BROWSE-SW           PIC X(01) VALUE 'N'.
           88 WK-END-BROWSE                      VALUE 'Y'.
       01  WK-CHECK-FUNCTION          PIC X(08).
       01  WK-GROUP-MASTER            PIC X(08) VALUE 'GROUP'.

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
      *    below is not addressable in that case, so the failure
      *    status has to travel back in storage this program owns.
      *    Mirrors the ENTCHK.cpy-shaped DFHCOMMAREA field-for-field
      *    so EK-RESULT and EK-RESPONSE-MSG land where a caller
      *    reads them.
       01  WK-NO-COMMAREA-OUT.
           COPY ENTCHK REPLACING
               ==EK-USER-ID==         BY ==WK-NC-USER-ID==
               ==EK-MASTER==          BY ==WK-NC-MASTER==
               ==EK-FUNCTION==        BY ==WK-NC-FUNCTION==
               ==EK-ALT-FUNCTION==    BY ==WK-NC-ALT-FUNCTION==
               ==EK-PROGRAM==         BY ==WK-NC-PROGRAM==
               ==EK-ITEM-KEY==        BY ==WK-NC-ITEM-KEY==
               ==EK-RESULT==          BY ==WK-NC-RESULT==
               ==EK-ALLOWED==         BY ==WK-NC-ALLOWED==
               ==EK-REFUSED==         BY ==WK-NC-REFUSED==
               ==EK-UNAVAILABLE==     BY ==WK-NC-UNAVAILABLE==
               ==EK-RESPONSE-MSG==    BY ==WK-NC-RESPONSE-MSG==.

      *    The membership entry being browsed and the grant looked up
      *    for it are held apart, so the lookup cannot disturb the
      *    browse position.
       01  WK-MEMBER-REC.
           COPY ENTREC.
       01  WK-GRANT-REC.
           COPY ENTREC REPLACING
               ==ENT-KEY==            BY ==WK-GR-KEY==
               ==ENT-PRINCIPAL==      BY ==WK-GR-PRINCIPAL==
               ==ENT-MASTER==         BY ==WK-GR-MASTER==
               ==ENT-FUNCTION==       BY ==WK-GR-FUNCTION==
               ==ENT-GRANTED-BY==     BY ==WK-GR-GRANTED-BY==
               ==ENT-GRANT-DATE==     BY ==WK-GR-GRANT-DATE==.

       01  WK-GROUP-BROWSE-KEY.
           05 WK-GB-PRINCIPAL         PIC X(08).
           05 WK-GB-MASTER            PIC X(08).
           05 WK-GB-GROUP             PIC X(08).

       01  WK-VIOLATION-REC.
           COPY ENTVIO.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ENTCHK.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO WK-RESPONSE-MSG
               PERFORM ABEND-PROCESS
           END-IF.

           MOVE SPACES TO EK-RESPONSE-MSG
           MOVE 'N' TO WK-GRANTED-SW
           MOVE 'N' TO WK-FILE-ERROR-SW

           IF EK-USER-ID = SPACES
               SET EK-REFUSED TO TRUE
               MOVE ' NOT AUTHORISED -- NO USER ID SUPPLIED, ATTEMPT '
                   & 'LOGGED' TO EK-RESPONSE-MSG
               SET VIO-NO-USER-ID TO TRUE
               PERFORM 3000-LOG-VIOLATION
           ELSE
               MOVE EK-FUNCTION TO WK-CHECK-FUNCTION
               PERFORM 1000-CHECK-FUNCTION
               IF NOT WK-GRANTED AND NOT WK-FILE-ERROR
                  AND EK-ALT-FUNCTION NOT = SPACES
                   MOVE EK-ALT-FUNCTION TO WK-CHECK-FUNCTION
                   PERFORM 1000-CHECK-FUNCTION
               END-IF
               EVALUATE TRUE
                   WHEN WK-GRANTED
                       SET EK-ALLOWED TO TRUE
                   WHEN WK-FILE-ERROR
                       SET EK-UNAVAILABLE TO TRUE
                       MOVE ' ENTITLEMENTS FILE UNAVAILABLE -- CHANGE '
                           & 'NOT ATTEMPTED' TO EK-RESPONSE-MSG
                       DISPLAY ' UCDZENK ERR: ENTITLEMENTS FILE '
                           'UNAVAILABLE, RESP=' WK-RESP
                   WHEN OTHER
                       SET EK-REFUSED TO TRUE
                       STRING ' NOT AUTHORISED -- ' DELIMITED BY SIZE
                              EK-USER-ID DELIMITED BY SPACE
                              ' HAS NO ' DELIMITED BY SIZE
                              EK-FUNCTION DELIMITED BY SPACE
                              ' ENTITLEMENT ON ' DELIMITED BY SIZE
                              EK-MASTER DELIMITED BY SPACE
                              ', ATTEMPT LOGGED' DELIMITED BY SIZE
                              INTO EK-RESPONSE-MSG
                       END-STRING
                       SET VIO-NOT-ENTITLED TO TRUE
                       PERFORM 3000-LOG-VIOLATION
               END-EVALUATE
           END-IF

           IF EK-REFUSED
               DISPLAY ' UCDZENK REFUSED: ' EK-PROGRAM ' '
                   EK-RESPONSE-MSG
           END-IF

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    The user's own grant first, then its groups' grants.
       1000-CHECK-FUNCTION.
           MOVE EK-USER-ID        TO WK-GR-PRINCIPAL
           MOVE EK-MASTER         TO WK-GR-MASTER
           MOVE WK-CHECK-FUNCTION TO WK-GR-FUNCTION

           EXEC CICS READ
               DATASET('UCDZENT')
               INTO(WK-GRANT-REC)
               RIDFLD(WK-GR-KEY)
               KEYLENGTH(24)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   SET WK-GRANTED TO TRUE
               WHEN DFHRESP(NOTFND)
                   PERFORM 1100-CHECK-GROUPS
               WHEN OTHER
                   SET WK-FILE-ERROR TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    The user's memberships sit together on the key at
      *    user + GROUP; each one's group is looked up for the grant
      *    until one has it or the memberships run out.
       1100-CHECK-GROUPS.
           MOVE EK-USER-ID      TO WK-GB-PRINCIPAL
           MOVE WK-GROUP-MASTER TO WK-GB-MASTER
           MOVE LOW-VALUES      TO WK-GB-GROUP
           MOVE 'N' TO WK-END-BROWSE-SW

           EXEC CICS STARTBR
               DATASET('UCDZENT')
               RIDFLD(WK-GROUP-BROWSE-KEY)
               KEYLENGTH(24)
               GTEQ
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 1200-CHECK-NEXT-GROUP
                       UNTIL WK-END-BROWSE
                       OR WK-GRANTED
                       OR WK-FILE-ERROR
                   EXEC CICS ENDBR
                       DATASET('UCDZENT')
                       RESP(WK-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET WK-FILE-ERROR TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
       1200-CHECK-NEXT-GROUP.
           EXEC CICS READNEXT
               DATASET('UCDZENT')
               INTO(WK-MEMBER-REC)
               RIDFLD(WK-GROUP-BROWSE-KEY)
               KEYLENGTH(24)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   IF ENT-PRINCIPAL NOT = EK-USER-ID
                      OR ENT-MASTER NOT = WK-GROUP-MASTER
                       SET WK-END-BROWSE TO TRUE
                   ELSE
                       PERFORM 1300-CHECK-GROUP-GRANT
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WK-END-BROWSE TO TRUE
               WHEN OTHER
                   SET WK-FILE-ERROR TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
       1300-CHECK-GROUP-GRANT.
           MOVE ENT-FUNCTION      TO WK-GR-PRINCIPAL
           MOVE EK-MASTER         TO WK-GR-MASTER
           MOVE WK-CHECK-FUNCTION TO WK-GR-FUNCTION

           EXEC CICS READ
               DATASET('UCDZENT')
               INTO(WK-GRANT-REC)
               RIDFLD(WK-GR-KEY)
               KEYLENGTH(24)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   SET WK-GRANTED TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET WK-FILE-ERROR TO TRUE
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    One record per refused attempt: who, when, from which
      *    transaction and terminal, and what they tried to touch.
      *    VIO-REASON is set by the caller of this paragraph.
       3000-LOG-VIOLATION.
           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(VIO-DATE)
               TIME(VIO-TIME)
           END-EXEC

           MOVE EK-USER-ID     TO VIO-USER-ID
           MOVE EK-PROGRAM     TO VIO-PROGRAM
           MOVE EIBTRNID       TO VIO-TRANSACTION
           MOVE EIBTRMID       TO VIO-TERMINAL
           MOVE EK-MASTER      TO VIO-MASTER
           MOVE EK-FUNCTION    TO VIO-FUNCTION
           MOVE EK-ITEM-KEY    TO VIO-ITEM-KEY

           EXEC CICS WRITE
               FILE('UCDZVIO')
               FROM(WK-VIOLATION-REC)
               LENGTH(LENGTH OF WK-VIOLATION-REC)
               RIDFLD(WK-VIO-RIDFLD)
               RBA
               RESP(WK-VIO-RESP)
           END-EXEC

           IF WK-VIO-RESP NOT = DFHRESP(NORMAL)
               DISPLAY ' UCDZENK VIOLATION LOG WRITE FAILED, RESP='
                   WK-VIO-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    Reached only when EIBCALEN is zero -- DFHCOMMAREA has no
      *    addressability here, so the status is returned via a fresh
      *    commarea this program allocates itself.  The answer is a
      *    refusal: with no commarea there is no one to entitle.
       ABEND-PROCESS.
           DISPLAY ' UCDZENK ERR: ' WK-RESPONSE-MSG

           MOVE SPACES TO WK-NO-COMMAREA-OUT
           SET WK-NC-UNAVAILABLE TO TRUE
           MOVE WK-RESPONSE-MSG TO WK-NC-RESPONSE-MSG

           EXEC CICS RETURN
               COMMAREA(WK-NO-COMMAREA-OUT)
               LENGTH(LENGTH OF WK-NO-COMMAREA-OUT)
           END-EXEC.

      *--------------------------------------------------------------*
