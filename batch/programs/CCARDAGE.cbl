      *          BEING WORKED) SO CALLS, PROMISES AND FOLLOW-UPS       *
      *          MOVE OFF PAPER AND ONTO THE CCOL COLLECTOR SCREEN.    *
      *                                                                *
      *          SPECIAL HANDLING (SET ON CACM) IN FORCE ON THE AS-OF  *
      *          DATE OVERRIDES THAT: BANKRUPTCY NEVER OPENS A CASE    *
      *          AND STAYS ANY CASE BEING WORKED; DECEASED MOVES ANY   *
      *          WORKED CASE TO ESTATE HANDLING, OR OPENS AN ESTATE    *
      *          CASE WHILE A BALANCE IS OWED. THE WORKLIST SHOWS THE  *
      *          HANDLING CODE AGAINST THE ACCOUNT.                    *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (AS-OF PROCESSING DATE)              *
      * OUTPUT:  AGING/DELINQUENCY WORKLIST REPORT                     *
      * DATABASE: DB2 CREDIT_ACCOUNT, STATEMENT_HISTORY,               *
           05  SQL-CURRENT-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-LAST-PAYMENT-DATE    PIC X(10).
           05  SQL-ACCOUNT-STATUS       PIC X(1).
           05  SQL-SPECIAL-HANDLING     PIC X(1).
               88  SQL-SPECIAL-DECEASED         VALUE 'D'.
               88  SQL-SPECIAL-BANKRUPT         VALUE 'B'.
               88  SQL-SPECIAL-MILITARY         VALUE 'M'.
           05  SQL-SPECIAL-START-DATE   PIC X(10).
           05  SQL-SPECIAL-END-DATE     PIC X(10).

      *----------------------------------------------------------------*
      * STATEMENT_HISTORY HOST VARIABLES (SHARED WITH CCARDSTM AND     *
               88  WS-STANDING-FOUND            VALUE 'Y'.
           05  WS-DELINQUENT-FLAG       PIC X VALUE 'N'.
               88  WS-ACCOUNT-DELINQUENT        VALUE 'Y'.
           05  WS-SPECIAL-IN-FORCE      PIC X VALUE 'N'.
               88  WS-SPECIAL-HANDLING-ON       VALUE 'Y'.

      *----------------------------------------------------------------*
      * AS-OF DATE (YYYY-MM-DD, MATCHING ACCT-LAST-PAYMENT-DATE)       *
           05  WS-DAYS-SINCE-PAYMENT    PIC S9(7).
           05  WS-ACCOUNTS-SCANNED      PIC 9(7) VALUE ZERO.
           05  WS-CASES-OPENED          PIC 9(7) VALUE ZERO.
           05  WS-BANKRUPT-ACCOUNTS     PIC 9(7) VALUE ZERO.
           05  WS-CASES-STAYED          PIC 9(7) VALUE ZERO.
           05  WS-DECEASED-ACCOUNTS     PIC 9(7) VALUE ZERO.
           05  WS-ESTATE-REFERRALS      PIC 9(7) VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-CURRENT-COUNT         PIC 9(7) VALUE ZERO.
           05  FILLER                   PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER                   PIC X(14) VALUE 'BALANCE'.
           05  FILLER                   PIC X(6)  VALUE 'DAYS'.
           05  FILLER                   PIC X(12) VALUE 'BUCKET'.
           05  FILLER                   PIC X(10) VALUE 'HANDLING'.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC 9(6).
           05  DTL-DAYS                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-BUCKET               PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-HANDLING             PIC X(10).
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  SUM-AGING-HEADER.
           05  FILLER                   PIC X(35) VALUE
                      CUSTOMER_NAME,
                      CURRENT_BALANCE,
                      LAST_PAYMENT_DATE,
                      ACCOUNT_STATUS,
                      SPECIAL_HANDLING,
                      COALESCE(CHAR(SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(SPECIAL_END_DATE), ' ')
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_STATUS IN ('A', 'S')
               ORDER BY ACCOUNT_NUMBER
                    :SQL-CUSTOMER-NAME,
                    :SQL-CURRENT-BALANCE,
                    :SQL-LAST-PAYMENT-DATE,
                    :SQL-ACCOUNT-STATUS,
                    :SQL-SPECIAL-HANDLING,
                    :SQL-SPECIAL-START-DATE,
                    :SQL-SPECIAL-END-DATE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
               PERFORM 2300-BUCKET-BY-PAYMENT-DATE
           END-IF

           PERFORM 2050-CHECK-SPECIAL-HANDLING

           WRITE AGING-REPORT-LINE FROM DTL-LINE

           EVALUATE TRUE
               WHEN WS-SPECIAL-HANDLING-ON AND SQL-SPECIAL-BANKRUPT
                   ADD 1 TO WS-BANKRUPT-ACCOUNTS
                   PERFORM 2500-STAY-COLLECTION-CASES
               WHEN WS-SPECIAL-HANDLING-ON AND SQL-SPECIAL-DECEASED
                   ADD 1 TO WS-DECEASED-ACCOUNTS
                   PERFORM 2600-REFER-TO-ESTATE
               WHEN WS-ACCOUNT-DELINQUENT
                   PERFORM 2400-ENSURE-COLLECTION-CASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 1100-FETCH-ACCOUNT.

      *----------------------------------------------------------------*
      * SPECIAL HANDLING IS IN FORCE FROM ITS START DATE THROUGH ITS  *
      * END DATE (BLANK = OPEN-ENDED) - SHOWN ON THE WORKLIST LINE    *
      *----------------------------------------------------------------*
       2050-CHECK-SPECIAL-HANDLING.
           MOVE 'N' TO WS-SPECIAL-IN-FORCE
           MOVE SPACES TO DTL-HANDLING

           IF (SQL-SPECIAL-BANKRUPT OR SQL-SPECIAL-DECEASED
               OR SQL-SPECIAL-MILITARY)
              AND SQL-SPECIAL-START-DATE NOT > WS-AS-OF-DATE
              AND (SQL-SPECIAL-END-DATE = SPACES
                   OR SQL-SPECIAL-END-DATE NOT < WS-AS-OF-DATE)
               MOVE 'Y' TO WS-SPECIAL-IN-FORCE
               EVALUATE TRUE
                   WHEN SQL-SPECIAL-BANKRUPT
                       MOVE 'BANKRUPT' TO DTL-HANDLING
                   WHEN SQL-SPECIAL-DECEASED
                       MOVE 'DECEASED' TO DTL-HANDLING
                   WHEN OTHER
                       MOVE 'SCRA' TO DTL-HANDLING
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * TRUE DELINQUENCY STANDING - THE CONSECUTIVE MISSED MINIMUM    *
      * COUNT ON THE ACCOUNT'S MOST RECENTLY ASSESSED (NON-PENDING)   *
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BANKRUPTCY - NO CASE IS OPENED, AND ANY CASE STILL BEING      *
      * WORKED (OPEN OR ESCALATED) IS STAYED SO IT DROPS OFF THE CCOL *
      * SCREEN AND OUT OF CCARDPRM'S ESCALATION. NO WORKED CASE       *
      * (+100) IS NOT AN ERROR.                                       *
      *----------------------------------------------------------------*
       2500-STAY-COLLECTION-CASES.
           MOVE SQL-ACCOUNT-NUMBER TO SQL-COL-ACCOUNT

           EXEC SQL
               UPDATE COLLECTION_CASE
               SET    STATUS = 'STAYED  '
               WHERE  ACCOUNT_NUMBER = :SQL-COL-ACCOUNT
                 AND  STATUS IN ('OPEN    ', 'ESCALATE')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-CASES-STAYED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'WARNING: Could not stay collection case '
                           '- account ' SQL-COL-ACCOUNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * DECEASED - A CASE BEING WORKED MOVES TO ESTATE HANDLING. WITH *
      * NONE TO MOVE, AN ACCOUNT STILL OWING A BALANCE GETS ITS OWN   *
      * ESTATE CASE (ONCE - AN EXISTING ESTATE CASE IS LEFT ALONE).   *
      *----------------------------------------------------------------*
       2600-REFER-TO-ESTATE.
           MOVE SQL-ACCOUNT-NUMBER TO SQL-COL-ACCOUNT

           EXEC SQL
               UPDATE COLLECTION_CASE
               SET    STATUS = 'ESTATE  '
               WHERE  ACCOUNT_NUMBER = :SQL-COL-ACCOUNT
                 AND  STATUS IN ('OPEN    ', 'ESCALATE')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-ESTATE-REFERRALS
               WHEN 100
                   IF SQL-CURRENT-BALANCE > ZERO
                       PERFORM 2650-OPEN-ESTATE-CASE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'WARNING: Could not refer case to estate '
                           '- account ' SQL-COL-ACCOUNT
           END-EVALUATE.

       2650-OPEN-ESTATE-CASE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-WORKED-CASE-COUNT
               FROM   COLLECTION_CASE
               WHERE  ACCOUNT_NUMBER = :SQL-COL-ACCOUNT
                 AND  STATUS = 'ESTATE  '
           END-EXEC

           IF SQLCODE = 0 AND SQL-WORKED-CASE-COUNT = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(CASE_ID), 0) + 1
                   INTO   :SQL-COL-CASE-ID
                   FROM   COLLECTION_CASE
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO COLLECTION_CASE
                           (CASE_ID,
                            ACCOUNT_NUMBER,
                            STATUS,
                            OPENED_DATE,
                            CLOSED_DATE,
                            BROKEN_PROMISES)
                       VALUES
                           (:SQL-COL-CASE-ID,
                            :SQL-COL-ACCOUNT,
                            'ESTATE  ',
                            :WS-AS-OF-DATE,
                            NULL,
                            0)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-ESTATE-REFERRALS
               ELSE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   DISPLAY 'WARNING: Could not open estate case '
                           '- account ' SQL-COL-ACCOUNT
               END-IF
           END-IF.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
           DISPLAY '  Accounts Scanned:  ' WS-ACCOUNTS-SCANNED
           DISPLAY '  90+ Days Past Due: ' WS-BUCKET-90-COUNT
           DISPLAY '  Cases Opened:      ' WS-CASES-OPENED
           DISPLAY '  Bankrupt Accounts: ' WS-BANKRUPT-ACCOUNTS
           DISPLAY '  Cases Stayed:      ' WS-CASES-STAYED
           DISPLAY '  Deceased Accounts: ' WS-DECEASED-ACCOUNTS
           DISPLAY '  Estate Referrals:  ' WS-ESTATE-REFERRALS
           DISPLAY '=============================================='.

      *================================================================*
