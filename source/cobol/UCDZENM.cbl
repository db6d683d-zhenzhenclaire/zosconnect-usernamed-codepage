       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDZENM.
      *----------------------------------------------------------------*
      *    Online maintenance for the UCDZENT entitlements file that
      *    UCDZENK checks for every maintenance transaction.  Takes
      *    its own commarea with the entry key in EM-PRINCIPAL (user
      *    or group id), EM-MASTER and EM-ENT-FUNCTION, and
      *    EM-FUNCTION:
      *      'INQ' - is the entry there; returns who granted it and
      *              when in EM-GRANTED-BY and EM-GRANT-DATE
      *      'ADD' - grant it
      *      'DEL' - revoke it
      *    The answer comes back in EM-RESPONSE-MSG.
      *
      *    The entries a grant may carry:
      *      PRODUCT, CUSTOMER, RULE   INQ, ADD, UPD or DEL
      *      FINCODE                   MAKE or APPROVE
      *      ENTITLE                   INQ, ADD or DEL (this
      *                                transaction itself)
      *      GROUP                     a group id: makes the
      *                                principal a member of that
      *                                group and gives it the
      *                                group's grants
      *    Group ids share the principal field with user ids, so a
      *    group must be named so it can never be a user id.
      *
      *    This transaction is entitled like the others (master
      *    ENTITLE), and no one may grant to themselves -- an ADD
      *    whose principal is EM-USER-ID, or a group EM-USER-ID is a
      *    member of, is refused, so a second person is always
      *    involved in widening anyone's access.
      *    Every successful change writes a before/after image pair
      *    to the UCDZENH history file under EM-USER-ID, the pattern
      *    PRODHS gives the product master.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-RESPONSE-MSG            PIC X(80) VALUE SPACES.
       01  WK-RESP                    PIC S9(8) COMP.
       01  WK-ABSTIME                 PIC S9(15) COMP-3.
       01  WK-HIST-RESP               PIC S9(8) COMP.
      *    RIDFLD is mandatory on File Control WRITE even for ESDS --
      *    for ESDS it is the data area CICS returns the newly assigned
      *    RBA into after the write, not an input key, but the option
      *    itself is not optional syntax.
       01  WK-HIST-RIDFLD             PIC S9(8) COMP.
       01  WK-VALID-SW                PIC X(01) VALUE 'Y'.
           88 WK-FIELDS-VALID                    VALUE 'Y'.
       01  WK-ENTITLED-SW             PIC X(01) VALUE 'N'.
           88 WK-ENTITLED                        VALUE 'Y'.
       01  WK-IDX                     PIC S9(4) COMP.

      *    Entitlement check for this transaction, LINKed to UCDZENK.
       01  WK-ENT-CHECK-AREA.
           COPY ENTCHK.

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
      *    below is not addressable in that case, so the failure
      *    status has to travel back in storage this program owns.
      *    Mirrors DFHCOMMAREA field-for-field so EM-RESPONSE-MSG
      *    lands at the offset a caller would read it at.
       01  WK-NO-COMMAREA-OUT.
           05 WK-NC-FUNCTION          PIC X(03) VALUE SPACES.
           05 WK-NC-USER-ID           PIC X(08) VALUE SPACES.
           05 WK-NC-PRINCIPAL         PIC X(08) VALUE SPACES.
           05 WK-NC-MASTER            PIC X(08) VALUE SPACES.
           05 WK-NC-ENT-FUNCTION      PIC X(08) VALUE SPACES.
           05 WK-NC-GRANTED-BY        PIC X(08) VALUE SPACES.
           05 WK-NC-GRANT-DATE        PIC X(08) VALUE SPACES.
           05 WK-NC-RESPONSE-MSG      PIC X(80) VALUE SPACES.

       01  WK-ENTITLEMENT-REC.
           COPY ENTREC.

      *    Before image of the entry as read, for the history pair.
       01  WK-BEFORE-REC              PIC X(40) VALUE SPACES.

       01  WK-HISTORY-RECORD.
           COPY ENTHST.

      *    The master/function pairs a grant may name -- same table
      *    pattern as the risk-type list in UCDZPRM.  GROUP entries
      *    are checked separately (their function is a group id).
       01  WK-VALID-GRANT-VALUES.
           05 FILLER                  PIC X(16) VALUE 'PRODUCT INQ'.
           05 FILLER                  PIC X(16) VALUE 'PRODUCT ADD'.
           05 FILLER                  PIC X(16) VALUE 'PRODUCT UPD'.
           05 FILLER                  PIC X(16) VALUE 'PRODUCT DEL'.
           05 FILLER                  PIC X(16) VALUE 'CUSTOMERINQ'.
           05 FILLER                  PIC X(16) VALUE 'CUSTOMERADD'.
           05 FILLER                  PIC X(16) VALUE 'CUSTOMERUPD'.
           05 FILLER                  PIC X(16) VALUE 'CUSTOMERDEL'.
           05 FILLER                  PIC X(16) VALUE 'RULE    INQ'.
           05 FILLER                  PIC X(16) VALUE 'RULE    ADD'.
           05 FILLER                  PIC X(16) VALUE 'RULE    UPD'.
           05 FILLER                  PIC X(16) VALUE 'RULE    DEL'.
           05 FILLER                  PIC X(16) VALUE 'FINCODE MAKE'.
           05 FILLER                  PIC X(16)
               VALUE 'FINCODE APPROVE'.
           05 FILLER                  PIC X(16) VALUE 'ENTITLE INQ'.
           05 FILLER                  PIC X(16) VALUE 'ENTITLE ADD'.
           05 FILLER                  PIC X(16) VALUE 'ENTITLE DEL'.
       01  WK-VALID-GRANT-TABLE REDEFINES WK-VALID-GRANT-VALUES.
           05 WK-VALID-GRANT          OCCURS 17 TIMES.
               10 WK-VG-MASTER        PIC X(08).
               10 WK-VG-FUNCTION      PIC X(08).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         03 EM-FUNCTION                 PIC X(03).
         03 EM-USER-ID                  PIC X(08).
         03 EM-PRINCIPAL                PIC X(08).
         03 EM-MASTER                   PIC X(08).
         03 EM-ENT-FUNCTION             PIC X(08).
         03 EM-GRANTED-BY               PIC X(08).
         03 EM-GRANT-DATE               PIC X(08).
         03 EM-RESPONSE-MSG             PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO WK-RESPONSE-MSG
               PERFORM ABEND-PROCESS
           END-IF.

           MOVE SPACES TO EM-RESPONSE-MSG

           PERFORM 0500-CHECK-ENTITLEMENT
           IF NOT WK-ENTITLED
               MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE EM-FUNCTION
               WHEN 'INQ'
                   PERFORM 1000-INQUIRE-ENTITLEMENT
               WHEN 'ADD'
                   PERFORM 2000-ADD-ENTITLEMENT
               WHEN 'DEL'
                   PERFORM 3000-DELETE-ENTITLEMENT
               WHEN OTHER
                   MOVE ' FUNCTION MUST BE INQ, ADD OR DEL'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    UCDZENK decides before anything is read; an unknown
      *    function is left to the EVALUATE's own refusal.
       0500-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WK-ENTITLED-SW
           IF EM-FUNCTION = 'INQ' OR 'ADD' OR 'DEL'
               MOVE EM-USER-ID      TO EK-USER-ID
               MOVE 'ENTITLE'       TO EK-MASTER
               MOVE EM-FUNCTION     TO EK-FUNCTION
               MOVE SPACES          TO EK-ALT-FUNCTION
               MOVE 'UCDZENM'       TO EK-PROGRAM
               MOVE SPACES          TO EK-ITEM-KEY
               STRING EM-PRINCIPAL DELIMITED BY SIZE
                      EM-MASTER DELIMITED BY SIZE
                      EM-ENT-FUNCTION DELIMITED BY SIZE
                      INTO EK-ITEM-KEY
               END-STRING
               MOVE SPACES          TO EK-RESULT
               MOVE SPACES          TO EK-RESPONSE-MSG

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
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1000-INQUIRE-ENTITLEMENT.
           MOVE EM-PRINCIPAL    TO ENT-PRINCIPAL
           MOVE EM-MASTER       TO ENT-MASTER
           MOVE EM-ENT-FUNCTION TO ENT-FUNCTION

           EXEC CICS READ
               DATASET('UCDZENT')
               INTO(WK-ENTITLEMENT-REC)
               RIDFLD(ENT-KEY)
               KEYLENGTH(24)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ENT-GRANTED-BY TO EM-GRANTED-BY
                   MOVE ENT-GRANT-DATE TO EM-GRANT-DATE
                   MOVE ' ENTITLEMENT FOUND' TO EM-RESPONSE-MSG
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO EM-GRANTED-BY
                   MOVE SPACES TO EM-GRANT-DATE
                   MOVE ' ENTITLEMENT NOT FOUND' TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
               WHEN OTHER
                   MOVE ' ENTITLEMENTS FILE READ ERROR'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
           END-EVALUATE.

      *--------------------------------------------------------------*
       2000-ADD-ENTITLEMENT.
           PERFORM 5000-VALIDATE-FIELDS
           IF NOT WK-FIELDS-VALID
               MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
           ELSE
               EXEC CICS ASKTIME
                   ABSTIME(WK-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(WK-ABSTIME)
                   YYYYMMDD(ENT-GRANT-DATE)
               END-EXEC

               MOVE EM-PRINCIPAL    TO ENT-PRINCIPAL
               MOVE EM-MASTER       TO ENT-MASTER
               MOVE EM-ENT-FUNCTION TO ENT-FUNCTION
               MOVE EM-USER-ID      TO ENT-GRANTED-BY

               EXEC CICS WRITE
                   DATASET('UCDZENT')
                   FROM(WK-ENTITLEMENT-REC)
                   RIDFLD(ENT-KEY)
                   KEYLENGTH(24)
                   RESP(WK-RESP)
               END-EXEC

               EVALUATE WK-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE SPACES TO WK-BEFORE-REC
                       PERFORM 6000-WRITE-HISTORY
                       MOVE ENT-GRANTED-BY TO EM-GRANTED-BY
                       MOVE ENT-GRANT-DATE TO EM-GRANT-DATE
                       MOVE ' ENTITLEMENT GRANTED' TO EM-RESPONSE-MSG
                   WHEN DFHRESP(DUPREC)
                       MOVE ' ENTITLEMENT ALREADY GRANTED'
                           TO WK-RESPONSE-MSG
                       DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                       MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
                   WHEN OTHER
                       MOVE ' ENTITLEMENTS FILE WRITE ERROR'
                           TO WK-RESPONSE-MSG
                       DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                       MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      *    The entry as it stood is captured before the delete --
      *    the history before image is the only record of who had
      *    held it and since when.
       3000-DELETE-ENTITLEMENT.
           MOVE EM-PRINCIPAL    TO ENT-PRINCIPAL
           MOVE EM-MASTER       TO ENT-MASTER
           MOVE EM-ENT-FUNCTION TO ENT-FUNCTION

           EXEC CICS READ
               DATASET('UCDZENT')
               INTO(WK-ENTITLEMENT-REC)
               RIDFLD(ENT-KEY)
               KEYLENGTH(24)
               UPDATE
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WK-ENTITLEMENT-REC TO WK-BEFORE-REC
                   EXEC CICS DELETE
                       DATASET('UCDZENT')
                       RESP(WK-RESP)
                   END-EXEC
                   IF WK-RESP = DFHRESP(NORMAL)
                       MOVE SPACES TO WK-ENTITLEMENT-REC
                       PERFORM 6000-WRITE-HISTORY
                       MOVE ' ENTITLEMENT REVOKED' TO EM-RESPONSE-MSG
                   ELSE
                       MOVE ' ENTITLEMENTS FILE DELETE ERROR'
                           TO WK-RESPONSE-MSG
                       DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                       MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE ' ENTITLEMENT NOT FOUND' TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
               WHEN OTHER
                   MOVE ' ENTITLEMENTS FILE READ ERROR'
                       TO WK-RESPONSE-MSG
                   DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
                   MOVE WK-RESPONSE-MSG TO EM-RESPONSE-MSG
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    ADD validation: a principal other than the requester, and
      *    a master/function pair from the list (or a group
      *    membership naming some other principal); a grant that is
      *    not a membership must not go to a group of the requester.
       5000-VALIDATE-FIELDS.
           MOVE 'Y' TO WK-VALID-SW

           IF EM-PRINCIPAL = SPACES
               MOVE ' USER OR GROUP ID REQUIRED' TO WK-RESPONSE-MSG
               MOVE 'N' TO WK-VALID-SW
           END-IF

           IF WK-FIELDS-VALID
               IF EM-PRINCIPAL = EM-USER-ID
                   MOVE ' ENTITLEMENTS CANNOT BE GRANTED TO YOURSELF'
                       TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               END-IF
           END-IF

           IF WK-FIELDS-VALID
               IF EM-MASTER = 'GROUP'
                   IF EM-ENT-FUNCTION = SPACES
                      OR EM-ENT-FUNCTION = EM-PRINCIPAL
                       MOVE ' GROUP ID REQUIRED, OTHER THAN THE '
                           & 'MEMBER' TO WK-RESPONSE-MSG
                       MOVE 'N' TO WK-VALID-SW
                   END-IF
               ELSE
                   MOVE 'N' TO WK-VALID-SW
                   PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 17
                       IF EM-MASTER = WK-VG-MASTER(WK-IDX)
                          AND EM-ENT-FUNCTION = WK-VG-FUNCTION(WK-IDX)
                           MOVE 'Y' TO WK-VALID-SW
                       END-IF
                   END-PERFORM
                   IF NOT WK-FIELDS-VALID
                       MOVE ' NO SUCH ENTITLEMENT -- SEE MASTER/'
                           & 'FUNCTION LIST' TO WK-RESPONSE-MSG
                   END-IF
               END-IF
           END-IF

           IF WK-FIELDS-VALID AND EM-MASTER NOT = 'GROUP'
               PERFORM 5100-CHECK-OWN-GROUP
           END-IF

           IF NOT WK-FIELDS-VALID
               DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG
           END-IF.

      *--------------------------------------------------------------*
      *    A grant to a group the requester belongs to would widen
      *    the requester's own access, so it is refused like a grant
      *    to themselves.  Membership is the GROUP entry keyed by the
      *    requester with the group id as its function.
       5100-CHECK-OWN-GROUP.
           MOVE EM-USER-ID   TO ENT-PRINCIPAL
           MOVE 'GROUP'      TO ENT-MASTER
           MOVE EM-PRINCIPAL TO ENT-FUNCTION

           EXEC CICS READ
               DATASET('UCDZENT')
               INTO(WK-ENTITLEMENT-REC)
               RIDFLD(ENT-KEY)
               KEYLENGTH(24)
               RESP(WK-RESP)
           END-EXEC

           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ' ENTITLEMENTS CANNOT BE GRANTED TO A GROUP '
                       & 'YOU BELONG TO' TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE ' ENTITLEMENTS FILE READ ERROR'
                       TO WK-RESPONSE-MSG
                   MOVE 'N' TO WK-VALID-SW
           END-EVALUATE

           MOVE SPACES TO WK-ENTITLEMENT-REC.

      *--------------------------------------------------------------*
      *    One history record per successful change: who, when, what
      *    function, and the full before and after images.  A failed
      *    history write is reported but does not undo the change --
      *    the grant or revoke has already taken effect.
       6000-WRITE-HISTORY.
           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(EHS-DATE)
               TIME(EHS-TIME)
           END-EXEC

           MOVE EM-USER-ID         TO EHS-USER-ID
           MOVE EM-FUNCTION        TO EHS-FUNCTION
           MOVE SPACES             TO EHS-KEY
           STRING EM-PRINCIPAL DELIMITED BY SIZE
                  EM-MASTER DELIMITED BY SIZE
                  EM-ENT-FUNCTION DELIMITED BY SIZE
                  INTO EHS-KEY
           END-STRING
           MOVE WK-BEFORE-REC      TO EHS-BEFORE-IMAGE
           MOVE WK-ENTITLEMENT-REC TO EHS-AFTER-IMAGE

           EXEC CICS WRITE
               FILE('UCDZENH')
               FROM(WK-HISTORY-RECORD)
               LENGTH(LENGTH OF WK-HISTORY-RECORD)
               RIDFLD(WK-HIST-RIDFLD)
               RBA
               RESP(WK-HIST-RESP)
           END-EXEC

           IF WK-HIST-RESP NOT = DFHRESP(NORMAL)
               DISPLAY ' UCDZENM HISTORY WRITE FAILED, RESP='
                   WK-HIST-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    Reached only when EIBCALEN is zero -- DFHCOMMAREA has no
      *    addressability here, so the status is returned via a fresh
      *    commarea this program allocates itself.
       ABEND-PROCESS.
           DISPLAY ' UCDZENM ERR: ' WK-RESPONSE-MSG

           MOVE WK-RESPONSE-MSG TO WK-NC-RESPONSE-MSG

           EXEC CICS RETURN
               COMMAREA(WK-NO-COMMAREA-OUT)
               LENGTH(LENGTH OF WK-NO-COMMAREA-OUT)
           END-EXEC.

      *--------------------------------------------------------------*
