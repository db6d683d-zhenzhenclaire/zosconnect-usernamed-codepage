      *    validated exactly as before but lands on the UCDZFCP
      *    pending file under MAINT-USER-ID instead of touching
      *    UCDZFCD.  Only 'APP' by a DIFFERENT user id writes the
      *    reference file; the maker (or any other entitled user) can
      *    'REJ' a pending change.  A change whose apply fails at
      *    approval (say the target entry is gone) stays pending so it
      *    can be seen and rejected rather than silently vanishing.
      *    The UCDZFCL overnight job lists whatever is still pending
      *    so approvals do not sit forgotten.
      *
      *    Every approval and every rejection is written to the
      *    UCDZFCH history file (FINHST.cpy: who, when, APP or REJ,
      *    the entry key, the staged function and its maker, and the
      *    entry's before and after images) -- the pattern CUSTHS and
      *    PRODHS give the other masters, so the UCDZJRN daily
      *    journal can show reference-data changes next to them.  A
      *    rejection changes nothing, so its after image is the entry
      *    as the maker proposed it and its before image is blank.
      *
      *    Who may make and who may check is held on the UCDZENT
      *    entitlements file, master FINCODE: ADD, UPD and EXP need
      *    MAKE, APP needs APPROVE, and REJ either one.  UCDZENK
      *    confirms MAINT-USER-ID holds it before anything is read;
      *    a refusal comes back in MSG-FINANCE and is on the UCDZVIO
      *    violation log.
      *
      *    Callers pass RECORD-COUNT zero: MAINT-FUNCTION and the
      *    FINCODE-* fields sit behind the RECORD-DETAIL table, whose
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
       01  WK-APPLIED-SW              PIC X(01) VALUE 'N'.
           88 WK-CHANGE-APPLIED                  VALUE 'Y'.
       01  WK-ENTITLED-SW             PIC X(01) VALUE 'N'.
           88 WK-ENTITLED                        VALUE 'Y'.

      *    Entitlement check, LINKed to UCDZENK.
       01  WK-ENT-CHECK-AREA.
           COPY ENTCHK.

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
               ==FINCODE-DESC==       BY ==WK-NC-FINCODE-DESC==
               ==FINCODE-EFF-FROM==   BY ==WK-NC-FINCODE-EFF-FROM==
               ==FINCODE-EFF-TO==     BY ==WK-NC-FINCODE-EFF-TO==
               ==QUERY-AS-OF-DATE==   BY ==WK-NC-QUERY-AS-OF-DATE==
               ==QUERY-CUSTOMER-ID==  BY ==WK-NC-QUERY-CUSTOMER-ID==.

       01  WK-FINCODE-REC.
           COPY FINCODE.
       01  WK-PENDING-REC.
           COPY FINPEND.

      *    The entry as it stood before an approved change was applied
      *    -- blank for an ADD, which had no entry to change.
       01  WK-BEFORE-REC              PIC X(38) VALUE SPACES.

       01  WK-HISTORY-RECORD.
           COPY FINHST.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PRODUCT.

           MOVE SPACES TO MSG-FINANCE

           PERFORM 0500-CHECK-ENTITLEMENT
           IF NOT WK-ENTITLED
               MOVE WK-RESPONSE-MSG TO MSG-FINANCE
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE MAINT-FUNCTION
               WHEN 'ADD'
                   PERFORM 1000-STAGE-ADD

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    UCDZENK decides before anything is read; an unknown
      *    function is left to the EVALUATE's own refusal.  A check
      *    that cannot be made refuses -- nothing is granted by
      *    default.  A reject is the checker refusing or the maker
      *    withdrawing, so either entitlement will do for it.
       0500-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WK-ENTITLED-SW
           MOVE SPACES TO EK-FUNCTION
           MOVE SPACES TO EK-ALT-FUNCTION
           EVALUATE MAINT-FUNCTION
               WHEN 'ADD'
               WHEN 'UPD'
               WHEN 'EXP'
                   MOVE 'MAKE'    TO EK-FUNCTION
               WHEN 'APP'
                   MOVE 'APPROVE' TO EK-FUNCTION
               WHEN 'REJ'
                   MOVE 'APPROVE' TO EK-FUNCTION
                   MOVE 'MAKE'    TO EK-ALT-FUNCTION
           END-EVALUATE

           IF EK-FUNCTION NOT = SPACES
               MOVE MAINT-USER-ID    TO EK-USER-ID
               MOVE 'FINCODE'        TO EK-MASTER
               MOVE 'UCDZFCM'        TO EK-PROGRAM
               MOVE SPACES           TO EK-ITEM-KEY
               STRING QFINANCE-CODE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FINCODE-EFF-FROM DELIMITED BY SIZE
                      INTO EK-ITEM-KEY
               END-STRING
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
                   DISPLAY ' UCDZFCM ERR: ' WK-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1000-STAGE-ADD.
           PERFORM 5000-VALIDATE-FIELDS
                       PERFORM 6600-APPLY-PENDING
                       IF WK-CHANGE-APPLIED
                           PERFORM 6700-DELETE-PENDING
                           PERFORM 6800-WRITE-HISTORY
                       END-IF
               END-EVALUATE
           END-IF.
      *    overwritten.
       6600-APPLY-PENDING.
           MOVE 'N' TO WK-APPLIED-SW
           MOVE SPACES TO WK-BEFORE-REC
           MOVE FCP-EFF-TO TO FINCODE-EFF-TO
           MOVE FCP-DESC   TO FINCODE-DESC

       6620-APPLY-UPDATE.
           PERFORM 4000-READ-FOR-UPDATE
           IF WK-RESP = DFHRESP(NORMAL)
               MOVE WK-FINCODE-REC TO WK-BEFORE-REC
               MOVE FINCODE-DESC TO FCD-DESC
               PERFORM 4100-REWRITE-ENTRY
               IF WK-RESP = DFHRESP(NORMAL)
       6630-APPLY-EXPIRE.
           PERFORM 4000-READ-FOR-UPDATE
           IF WK-RESP = DFHRESP(NORMAL)
               MOVE WK-FINCODE-REC TO WK-BEFORE-REC
      *        Same ordering rule the maker's validation enforces --
      *        re-checked here because the entry may have changed
      *        while the staged expiry sat pending.
           END-IF.

      *--------------------------------------------------------------*
      *    One history record per approval or rejection: who, when,
      *    which, the staged change and its maker, and the entry's
      *    before and after images.  A failed history write is
      *    reported but does not undo the decision -- the reference
      *    file and the pending file already carry it.
       6800-WRITE-HISTORY.
           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(FHS-DATE)
               TIME(FHS-TIME)
           END-EXEC

           MOVE MAINT-USER-ID     TO FHS-USER-ID
           MOVE MAINT-FUNCTION    TO FHS-FUNCTION
           MOVE FCP-CODE          TO FHS-CODE
           MOVE FCP-EFF-FROM      TO FHS-EFF-FROM
           MOVE FCP-FUNCTION      TO FHS-CHANGE-FUNCTION
           MOVE FCP-MAKER-ID      TO FHS-MAKER-ID
           MOVE WK-BEFORE-REC     TO FHS-BEFORE-IMAGE
           MOVE WK-FINCODE-REC    TO FHS-AFTER-IMAGE

           EXEC CICS WRITE
               FILE('UCDZFCH')
               FROM(WK-HISTORY-RECORD)
               LENGTH(LENGTH OF WK-HISTORY-RECORD)
               RIDFLD(WK-HIST-RIDFLD)
               RBA
               RESP(WK-HIST-RESP)
           END-EXEC

           IF WK-HIST-RESP NOT = DFHRESP(NORMAL)
               DISPLAY ' UCDZFCM HISTORY WRITE FAILED, RESP='
                   WK-HIST-RESP
           END-IF.

      *--------------------------------------------------------------*
      *    Any entitled maker or checker may reject -- the maker
      *    withdrawing a mistake is as legitimate as the checker
      *    refusing it.
       7000-REJECT-CHANGE.
           PERFORM 6500-READ-PENDING
           IF WK-RESP = DFHRESP(NORMAL)
               PERFORM 6700-DELETE-PENDING
               IF WK-RESP = DFHRESP(NORMAL)
                   MOVE ' PENDING CHANGE REJECTED' TO MSG-FINANCE
                   MOVE SPACES         TO WK-BEFORE-REC
                   MOVE FCP-CODE       TO FCD-CODE
                   MOVE FCP-EFF-FROM   TO FCD-EFF-FROM
                   MOVE FCP-EFF-TO     TO FCD-EFF-TO
                   MOVE FCP-DESC       TO FCD-DESC
                   PERFORM 6800-WRITE-HISTORY
               ELSE
                   MOVE ' PENDING CHANGES FILE DELETE ERROR'
                       TO WK-RESPONSE-MSG
           MOVE SPACES TO WK-NC-FINCODE-EFF-FROM
           MOVE SPACES TO WK-NC-FINCODE-EFF-TO
           MOVE SPACES TO WK-NC-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-NC-QUERY-CUSTOMER-ID
           MOVE WK-RESPONSE-MSG TO WK-NC-MSG-FINANCE

           EXEC CICS RETURN
