      *    Every decision -- either outcome, whichever gate decided
      *    it -- is also written to the UCDZSDL decision-log file
      *    (SUITLOG.cpy: date, time, the advisor in MAINT-USER-ID,
      *    code, product, the product's risk type, the outcome text
      *    and the customer in QUERY-CUSTOMER-ID) so a blocked sale
      *    can be evidenced afterwards the way UCDZAUD evidences
      *    conversions.  The UCDZSDR overnight job reports and
      *    retention-splits the log; the UCDZJRN journal matches its
      *    customer id against same-day finance-code changes.  The
      *    customer id took the last eight bytes of the outcome text,
      *    which no outcome reaches, so the record length is
      *    unchanged and older records read back with a blank id.
      *
      *    Callers pass RECORD-COUNT zero: MAINT-USER-ID sits behind
      *    the RECORD-DETAIL table, whose OCCURS DEPENDING ON
      *    caller sized to the old contract (commarea ending at
      *    MSG-FINANCE) does not send MAINT-USER-ID at all -- the
      *    field is only read when EIBCALEN covers it, and such a
      *    decision logs a blank advisor id.  QUERY-CUSTOMER-ID, at
      *    the very end of the commarea, is guarded the same way and
      *    logs blank when a caller does not send it.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *    UCDZPRD puts on QUERY-RISK-TYPE.
       01  WK-ADVISOR-FOR-LOG         PIC X(08) VALUE SPACES.
       01  WK-USER-ID-OFFSET          PIC S9(8) COMP.
      *    The customer id for the decision log, under the same
      *    length check -- it is the last field of the commarea.
       01  WK-CUSTOMER-FOR-LOG        PIC X(08) VALUE SPACES.
       01  WK-CUSTOMER-ID-OFFSET      PIC S9(8) COMP.

      *    Returned to the caller as a freshly-allocated commarea when
      *    we reach ABEND-PROCESS with EIBCALEN zero -- DFHCOMMAREA
               ==FINCODE-DESC==       BY ==WK-NC-FINCODE-DESC==
               ==FINCODE-EFF-FROM==   BY ==WK-NC-FINCODE-EFF-FROM==
               ==FINCODE-EFF-TO==     BY ==WK-NC-FINCODE-EFF-TO==
               ==QUERY-AS-OF-DATE==   BY ==WK-NC-QUERY-AS-OF-DATE==
               ==QUERY-CUSTOMER-ID==  BY ==WK-NC-QUERY-CUSTOMER-ID==.

       01  WK-PRODUCT-MASTER-REC.
           COPY PRODREC.
               MOVE MAINT-USER-ID TO WK-ADVISOR-FOR-LOG
           END-IF

           COMPUTE WK-CUSTOMER-ID-OFFSET =
               WK-USER-ID-OFFSET
               + LENGTH OF MAINT-USER-ID
               + LENGTH OF FINCODE-DESC
               + LENGTH OF FINCODE-EFF-FROM
               + LENGTH OF FINCODE-EFF-TO
               + LENGTH OF QUERY-AS-OF-DATE
           MOVE SPACES TO WK-CUSTOMER-FOR-LOG
           IF EIBCALEN >=
                   WK-CUSTOMER-ID-OFFSET + LENGTH OF QUERY-CUSTOMER-ID
               MOVE QUERY-CUSTOMER-ID TO WK-CUSTOMER-FOR-LOG
           END-IF

           PERFORM 1000-VALIDATE-FINANCE-CODE
           IF NOT WK-STOP-CHECKS
               PERFORM 2000-READ-PRODUCT
           MOVE QUERY-PRODUCT-ID TO SDL-PRODUCT-ID
           MOVE WK-RISK-FOR-LOG  TO SDL-RISK-TYPE
           MOVE MSG-FINANCE      TO SDL-OUTCOME
           MOVE WK-CUSTOMER-FOR-LOG TO SDL-CUSTOMER-ID

           EXEC CICS WRITE
               FILE('UCDZSDL')
           MOVE SPACES TO WK-NC-FINCODE-EFF-FROM
           MOVE SPACES TO WK-NC-FINCODE-EFF-TO
           MOVE SPACES TO WK-NC-QUERY-AS-OF-DATE
           MOVE SPACES TO WK-NC-QUERY-CUSTOMER-ID
           MOVE WK-RESPONSE-MSG TO WK-NC-MSG-FINANCE

           EXEC CICS RETURN
