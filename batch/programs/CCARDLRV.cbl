      *              APPLIED TO CREDIT_LIMIT, AUDITED WITH OLD AND    *
      *              NEW LIMIT LIKE THE CACM SCREEN'S CHANGES, AND    *
      *              NOTIFIED TO THE CARDHOLDER (LTRREC EXTRACT)      *
      *              UNLESS THE ADDRESS IS FLAGGED UNDELIVERABLE BY   *
      *              CCARDRML, IN WHICH CASE NO LETTER IS WRITTEN     *
      *            - A REPEAT DELINQUENT IS FLAGGED AS A DECREASE     *
      *              CANDIDATE FOR MANUAL APPROVAL - NEVER APPLIED    *
      *              HERE, AND THE RECOMMENDED LIMIT IS FLOORED AT    *
      *              THE CURRENT BALANCE SO AN APPROVED DECREASE      *
      *              CANNOT MANUFACTURE INSTANT OVERLIMIT FEES IN     *
      *              THE NIGHTLY POSTING RUN                          *
      *          LETTERS GO TO THE CUSTOMER'S NAME AND ADDRESS OF     *
      *          RECORD (CUSTOMER TABLE), OR THE COPY ON              *
      *          CREDIT_ACCOUNT FOR AN ACCOUNT NOT LINKED TO ONE.     *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE)                       *
      * OUTPUT:  CARDHOLDER NOTIFICATION EXTRACT (LTRREC LAYOUT)       *
      *          LINE REVIEW REPORT                                    *
      * DATABASE: DB2 CREDIT_ACCOUNT, CUSTOMER, TRANSACTION_LOG,       *
      *           STATEMENT_HISTORY, ACCOUNT_AUDIT_LOG TABLES          *
      ******************************************************************

           05  SQL-CITY                 PIC X(20).
           05  SQL-STATE                PIC X(2).
           05  SQL-ZIP                  PIC X(10).
           05  SQL-BAD-ADDRESS-FLAG     PIC X(1).
               88  SQL-ADDRESS-UNDELIVERABLE    VALUE 'Y'.

       01  SQL-BEHAVIOR-DATA.
           05  SQL-PAYMENT-COUNT        PIC S9(9) COMP.
       01  WS-COUNTERS.
           05  WS-ACCOUNTS-REVIEWED     PIC 9(7) VALUE ZERO.
           05  WS-INCREASES-APPLIED     PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-SUPPRESSED    PIC 9(7) VALUE ZERO.
           05  WS-DECREASE-CANDIDATES   PIC 9(7) VALUE ZERO.
           05  WS-REVIEW-FAILURES       PIC 9(7) VALUE ZERO.
           05  WS-REVIEWS-SKIPPED       PIC 9(7) VALUE ZERO.
      *    OF WORK BELOW, WHICH WOULD OTHERWISE CLOSE THE CURSOR     *
           EXEC SQL
               DECLARE LRV-CURSOR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_NUMBER,
                      COALESCE(C.CUSTOMER_NAME, A.CUSTOMER_NAME),
                      A.CURRENT_BALANCE,
                      A.CREDIT_LIMIT,
                      COALESCE(C.ADDR_LINE_1, A.ADDR_LINE_1),
                      COALESCE(C.ADDR_LINE_2, A.ADDR_LINE_2),
                      COALESCE(C.CITY, A.CITY),
                      COALESCE(C.STATE, A.STATE),
                      COALESCE(C.ZIP_CODE, A.ZIP_CODE),
                      A.BAD_ADDRESS_FLAG
               FROM CREDIT_ACCOUNT A
                    LEFT OUTER JOIN CUSTOMER C
                      ON C.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE A.ACCOUNT_STATUS = 'A'
                 AND A.CREDIT_LIMIT > 0
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
                    :SQL-ADDR-LINE-2,
                    :SQL-CITY,
                    :SQL-STATE,
                    :SQL-ZIP,
                    :SQL-BAD-ADDRESS-FLAG
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-INCREASES-APPLIED
      *        NO LETTER TO AN ADDRESS THE POST OFFICE HAS RETURNED  *
      *        MAIL FROM - THE INCREASE ITSELF STILL STANDS          *
               IF SQL-ADDRESS-UNDELIVERABLE
                   ADD 1 TO WS-LETTERS-SUPPRESSED
                   MOVE 'INCREASE - NO LETTER' TO WS-REVIEW-RESULT
               ELSE
                   PERFORM 2350-WRITE-NOTIFICATION
                   MOVE 'INCREASE APPLIED' TO WS-REVIEW-RESULT
               END-IF
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Letters Held - Bad Address:' TO SUM-COUNT-LABEL
           MOVE WS-LETTERS-SUPPRESSED TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Decrease Candidates:' TO SUM-COUNT-LABEL
           MOVE WS-DECREASE-CANDIDATES TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
           DISPLAY 'CREDIT LINE REVIEW COMPLETE'
           DISPLAY '  Accounts Reviewed:   ' WS-ACCOUNTS-REVIEWED
           DISPLAY '  Increases Applied:   ' WS-INCREASES-APPLIED
           DISPLAY '  Letters Held:        ' WS-LETTERS-SUPPRESSED
           DISPLAY '  Decrease Candidates: ' WS-DECREASE-CANDIDATES
           DISPLAY '=============================================='.

