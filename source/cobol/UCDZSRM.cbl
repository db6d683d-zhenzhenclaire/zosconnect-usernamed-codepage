      *    pattern PRODHS gives the product master, so a rule change
      *    can be traced to a person and a day.
      *
      *    Before anything is read for update, UCDZENK confirms that
      *    MAINT-USER-ID holds the RULE entitlement for the function
      *    on the UCDZENT entitlements file; a refusal comes back in
      *    MSG-FINANCE and is on the UCDZVIO violation log.
      *
      *    Callers pass RECORD-COUNT zero: MAINT-FUNCTION and the
      *    fields behind the RECORD-DETAIL table are positioned by
      *    its OCCURS DEPENDING ON governor, so it is pinned to zero
       01  WK-FCD-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WK-FCD-FOUND                       VALUE 'Y'.
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

       01  WK-SUIT-RULE-REC.
           COPY SUITRUL.

           MOVE SPACES TO MSG-FINANCE

           PERFORM 0500-CHECK-ENTITLEMENT
           IF NOT WK-ENTITLED
               MOVE WK-RESPONSE-MSG TO MSG-FINANCE
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE MAINT-FUNCTION
               WHEN 'ADD'
                   PERFORM 1000-ADD-RULE

           EXEC CICS RETURN END-EXEC.

      *--------------------------------------------------------------*
      *    UCDZENK decides before anything is read; an unknown
      *    function is left to the EVALUATE's own refusal.  A check
      *    that cannot be made refuses -- nothing is granted by
      *    default.
       0500-CHECK-ENTITLEMENT.
           MOVE 'Y' TO WK-ENTITLED-SW
           IF MAINT-FUNCTION = 'ADD' OR 'DEL'
               MOVE MAINT-USER-ID    TO EK-USER-ID
               MOVE 'RULE'           TO EK-MASTER
               MOVE MAINT-FUNCTION   TO EK-FUNCTION
               MOVE SPACES           TO EK-ALT-FUNCTION
               MOVE 'UCDZSRM'        TO EK-PROGRAM
               MOVE SPACES           TO EK-ITEM-KEY
               STRING QFINANCE-CODE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      QUERY-RISK-TYPE DELIMITED BY SIZE
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
                   DISPLAY ' UCDZSRM ERR: ' WK-RESPONSE-MSG
               END-IF
           END-IF.

      *--------------------------------------------------------------*
       1000-ADD-RULE.
           PERFORM 5000-VALIDATE-FIELDS
           MOVE SPACES TO WK-NC-FINCODE-EFF-FROM
           MOVE SPACES TO WK-NC-FINCODE-EFF-TO
           MOVE SPACES TO WK-NC-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-NC-QUERY-CUSTOMER-ID
           MOVE WK-RESPONSE-MSG TO WK-NC-MSG-FINANCE

           EXEC CICS RETURN
