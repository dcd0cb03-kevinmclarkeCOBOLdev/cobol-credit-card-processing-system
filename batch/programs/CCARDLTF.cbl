      *          OR CHARGED-OFF ACCOUNT WOULD ONLY REJECT INTO THE    *
      *          SUSPENSE QUEUE CYCLE AFTER CYCLE. THE MISSED         *
      *          MINIMUM IS STILL SETTLED AND COUNTED EITHER WAY SO   *
      *          AGING CONTINUES. NO FEE IS WRITTEN EITHER WHILE      *
      *          BANKRUPTCY OR DECEASED SPECIAL HANDLING (SET ON      *
      *          CACM) IS IN FORCE ON THE RUN DATE.                   *
      *          CCARDAGE AGES ON THE CONSECUTIVE MISSED COUNT THIS   *
      *          STEP MAINTAINS, SO DELINQUENCY MEANS MISSED          *
      *          MINIMUMS, NOT JUST A STALE LAST-PAYMENT DATE.        *
           05  SQL-CLOSE-TIMESTAMP      PIC X(26).
           05  SQL-ASSESS-ACCT-STATUS   PIC X(1).
               88  SQL-ASSESS-ACCT-ACTIVE       VALUE 'A'.
           05  SQL-ASSESS-SPECIAL       PIC X(1).
               88  SQL-ASSESS-FEES-STOPPED      VALUE 'B' 'D'.
           05  SQL-ASSESS-SPECIAL-START PIC X(10).
           05  SQL-ASSESS-SPECIAL-END   PIC X(10).

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-PENDING-ROWS          VALUE 'Y'.
           05  WS-ASSESS-RESULT         PIC X(26).
           05  WS-FEE-STOP-FLAG         PIC X VALUE 'N'.
               88  WS-FEE-STOPPED               VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
           05  WS-MINIMUMS-MISSED       PIC 9(7) VALUE ZERO.
           05  WS-FEES-WRITTEN          PIC 9(7) VALUE ZERO.
           05  WS-FEES-SKIPPED          PIC 9(7) VALUE ZERO.
           05  WS-FEES-STOPPED          PIC 9(7) VALUE ZERO.
           05  WS-ASSESS-FAILURES       PIC 9(7) VALUE ZERO.
           05  WS-FEES-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.

           COMPUTE SQL-STMH-CONSEC-MISSED =
                   SQL-PRIOR-CONSEC-MISSED + 1

           EVALUATE TRUE
               WHEN WS-FEE-STOPPED
                   ADD 1 TO WS-FEES-STOPPED
               WHEN SQL-ASSESS-ACCT-ACTIVE
                   PERFORM 2500-WRITE-LATEFEE-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-FEES-SKIPPED
           END-EVALUATE
           PERFORM 2400-REWRITE-HISTORY-ROW

           IF SQLCODE = 0
               ADD 1 TO WS-MINIMUMS-MISSED
               EVALUATE TRUE
                   WHEN WS-FEE-STOPPED
                       MOVE 'MISSED - SPECIAL HANDLING'
                            TO WS-ASSESS-RESULT
                   WHEN SQL-ASSESS-ACCT-ACTIVE
                       MOVE 'MISSED - LATE FEE ASSESSED'
                            TO WS-ASSESS-RESULT
                   WHEN OTHER
                       MOVE 'MISSED - FEE SKIPPED' TO WS-ASSESS-RESULT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * THE ACCOUNT'S CURRENT STATUS DECIDES WHETHER THE FEE IS       *
      * WRITTEN AT ALL. A MISSING ACCOUNT ROW IS TREATED LIKE A       *
      * NON-ACTIVE STATUS - SETTLE THE CYCLE, SKIP THE FEE.           *
      * BANKRUPTCY OR DECEASED HANDLING IN FORCE ON THE RUN DATE      *
      * STOPS THE FEE WHATEVER THE STATUS.                            *
      *----------------------------------------------------------------*
       2360-GET-ACCOUNT-STATUS.
           MOVE SPACE TO SQL-ASSESS-ACCT-STATUS
           MOVE 'N' TO WS-FEE-STOP-FLAG

           EXEC SQL
               SELECT ACCOUNT_STATUS,
                      SPECIAL_HANDLING,
                      COALESCE(CHAR(SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(SPECIAL_END_DATE), ' ')
               INTO   :SQL-ASSESS-ACCT-STATUS,
                      :SQL-ASSESS-SPECIAL,
                      :SQL-ASSESS-SPECIAL-START,
                      :SQL-ASSESS-SPECIAL-END
               FROM   CREDIT_ACCOUNT
               WHERE  ACCOUNT_NUMBER = :SQL-STMH-ACCOUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF SQL-ASSESS-FEES-STOPPED
                      AND SQL-ASSESS-SPECIAL-START NOT > WS-RUN-DATE
                      AND (SQL-ASSESS-SPECIAL-END = SPACES
                           OR SQL-ASSESS-SPECIAL-END NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-FEE-STOP-FLAG
                   END-IF
               WHEN SQLCODE = 100
                   MOVE SPACE TO SQL-ASSESS-ACCT-STATUS
               WHEN OTHER
           WRITE LATEFEE-REPORT-LINE FROM SUM-ASSESS-COUNT-LINE
                 AFTER 1

           MOVE 'Fees Stopped (Bkr/Dec):' TO SUM-COUNT-LABEL
           MOVE WS-FEES-STOPPED TO SUM-COUNT-VALUE
           WRITE LATEFEE-REPORT-LINE FROM SUM-ASSESS-COUNT-LINE
                 AFTER 1

           MOVE 'Assessment Failures:' TO SUM-COUNT-LABEL
           MOVE WS-ASSESS-FAILURES TO SUM-COUNT-VALUE
           WRITE LATEFEE-REPORT-LINE FROM SUM-ASSESS-COUNT-LINE
           DISPLAY '  Minimums Missed:  ' WS-MINIMUMS-MISSED
           DISPLAY '  Late Fees Written: ' WS-FEES-WRITTEN
           DISPLAY '  Fees Skipped:     ' WS-FEES-SKIPPED
           DISPLAY '  Fees Stopped:     ' WS-FEES-STOPPED
           DISPLAY '=============================================='.

      *================================================================*
