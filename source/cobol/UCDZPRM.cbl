      *    before/after image pair to the PRODHS history file under
      *    MAINT-USER-ID so a rate change can be traced to a person
      *    and a day.
      *    Before anything is read for update, UCDZENK confirms that
      *    MAINT-USER-ID holds the PRODUCT entitlement for the
      *    function on the UCDZENT entitlements file; a refusal comes
      *    back in MSG-PRODUCT and is on the UCDZVIO violation log.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           88 WK-COUNT-OK                        VALUE 'Y'.
       01  WK-NUMVAL-TEST             PIC S9(4) COMP.
       01  WK-IDX                     PIC S9(4) COMP.
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

       01  WK-PRODUCT-MASTER-REC.
           COPY PRODREC.
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 0500-CHECK-ENTITLEMENT
           IF NOT WK-ENTITLED
               MOVE WK-RESPONSE-MSG TO MSG-PRODUCT
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE MAINT-FUNCTION
               WHEN 'ADD'
                   PERFORM 1000-ADD-PRODUCT

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    UCDZENK decides before anything is read; an unknown
      *    function is left to the EVALUATE's own refusal.  A check
      *    that cannot be made refuses -- nothing is granted by
      *    default.
       0500-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WK-ENTITLED-SW
           IF MAINT-FUNCTION = 'ADD' OR 'UPD' OR 'DEL'
               MOVE MAINT-USER-ID    TO EK-USER-ID
               MOVE 'PRODUCT'        TO EK-MASTER
               MOVE MAINT-FUNCTION   TO EK-FUNCTION
               MOVE SPACES           TO EK-ALT-FUNCTION
               MOVE 'UCDZPRM'        TO EK-PROGRAM
               MOVE QUERY-PRODUCT-ID TO EK-ITEM-KEY
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
                   DISPLAY ' UCDZPRM ERR: ' WK-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1000-ADD-PRODUCT.
           PERFORM 5000-VALIDATE-FIELDS
           MOVE SPACES TO WK-NC-FINCODE-EFF-FROM
           MOVE SPACES TO WK-NC-FINCODE-EFF-TO
           MOVE SPACES TO WK-NC-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-NC-QUERY-CUSTOMER-ID
           MOVE WK-RESPONSE-MSG TO WK-NC-MSG-PRODUCT

           EXEC CICS RETURN
