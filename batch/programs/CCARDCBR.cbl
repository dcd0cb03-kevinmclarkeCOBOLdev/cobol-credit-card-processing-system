      *              USING THE AUTOPAY BANK DETAILS WHERE THE         *
      *              ACCOUNT IS ENROLLED, OTHERWISE AS A CHECK-PRINT  *
      *              EXTRACT (CHKREC) TO THE CARDHOLDER'S MAILING     *
      *              ADDRESS, UNDER A SERIAL NUMBER RECORDED ON       *
      *              CHECK_REGISTER AND SENT TO THE BANK ON THE       *
      *              POSITIVE-PAY ISSUE FILE (PPAYREC)                *
      *            - WRITES THE OFFSETTING CRBALRFD TRANSACTION      *
      *              (TRANREC LAYOUT) SO TRANSACTION_LOG AND THE GL   *
      *              EXTRACT STAY TRUE WHEN CCARDPROC POSTS IT        *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / CREDIT REFUND DAYS)  *
      * OUTPUT:  ACH ORIGINATION FILE (ACHDREC LAYOUT, CREDITS)        *
      *          REFUND CHECK EXTRACT (CHKREC LAYOUT)                  *
      *          POSITIVE-PAY ISSUE FILE (PPAYREC LAYOUT)              *
      *          OFFSET TRANSACTION FILE (TRANREC LAYOUT)              *
      *          REFUND CONTROL REPORT                                 *
      * DATABASE: DB2 CREDIT_ACCOUNT, AUTOPAY_ENROLLMENT,              *
      *           CHECK_REGISTER TABLES                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHK-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO CBRPPY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PPY-STATUS.

           SELECT OFFSET-FILE ASSIGN TO CBROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       COPY CHKREC.

       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PPAYREC.

       FD  OFFSET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *----------------------------------------------------------------*
       COPY APAYREC.

      *----------------------------------------------------------------*
      * CHECK_REGISTER HOST VARIABLES (SHARED WITH CCARDCKR AND        *
      * CCARDESC) - EVERY CHECK ISSUED IS REGISTERED UNDER ITS SERIAL *
      *----------------------------------------------------------------*
       COPY CKRGREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
           05  WS-CTL-STATUS            PIC XX.
           05  WS-ACH-STATUS            PIC XX.
           05  WS-CHK-STATUS            PIC XX.
           05  WS-PPY-STATUS            PIC XX.
           05  WS-OFF-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

           05  WS-CUTOFF-DATE           PIC X(10).
           05  WS-REFUND-AMOUNT         PIC S9(8)V99 COMP-3.
           05  WS-TRACE-ID              PIC X(10).
           05  WS-CHECK-NUMBER          PIC 9(10).

      *----------------------------------------------------------------*
      * CREDIT BALANCE AGE - A CREDIT BALANCE UNTOUCHED FOR THIS MANY *
       1000-INITIALIZE.
           OPEN OUTPUT ACH-ORIG-FILE
           OPEN OUTPUT CHECK-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT OFFSET-FILE
           OPEN OUTPUT REFUND-REPORT-FILE

      *    BELOW, WHICH WOULD OTHERWISE CLOSE THE CURSOR. NOTHING   *
      *    HAS POSTED TO THESE ROWS SINCE MODIFIED_DATE (A POSTING  *
      *    WOULD HAVE TOUCHED IT), SO THE ROW'S AGE IS THE CREDIT   *
      *    BALANCE'S AGE. A SANCTIONS-BLOCKED ACCOUNT IS SKIPPED -  *
      *    NO FUNDS GO OUT WHILE THE BLOCK STANDS. SO IS AN ACCOUNT *
      *    CARRYING A VOIDED (STALE-DATED) REFUND CHECK - THE       *
      *    CARDHOLDER NEVER CASHED THE LAST ONE, SO THE RESTORED    *
      *    BALANCE WAITS ON THE ACCOUNT FOR A CLAIM OR FOR          *
      *    ESCHEATMENT (CCARDESC) INSTEAD OF BEING MAILED AGAIN.    *
           EXEC SQL
               DECLARE CBR-CURSOR CURSOR WITH HOLD FOR
               SELECT ACCOUNT_NUMBER,
               FROM CREDIT_ACCOUNT
               WHERE CURRENT_BALANCE < 0
                 AND CHAR(MODIFIED_DATE) < :SQL-AGE-CUTOFF-TS
                 AND ACCOUNT_STATUS <> 'B'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM CHECK_REGISTER R
                      WHERE R.ACCOUNT_NUMBER =
                            CREDIT_ACCOUNT.ACCOUNT_NUMBER
                        AND R.CHECK_STATUS = 'V')
               ORDER BY ACCOUNT_NUMBER
           END-EXEC

               PERFORM 9999-ABEND-REFUND-RUN
           END-IF.

      *----------------------------------------------------------------*
      * A CHECK REFUND IS REGISTERED UNDER THE NEXT SERIAL NUMBER     *
      * (THE MAX+1 IDIOM CCARDAGE USES) BEFORE IT GOES TO THE PRINT   *
      * VENDOR. THE INSERT RIDES THE SAME UNIT OF WORK AS THE         *
      * MODIFIED-DATE TOUCH, SO A FAILED STAMP ROLLS THE REGISTER ROW *
      * BACK WITH IT.                                                 *
      *----------------------------------------------------------------*
       2300-WRITE-REFUND-CHECK.
           PERFORM 2310-REGISTER-CHECK

           MOVE SPACES TO REFUND-CHECK-RECORD
           MOVE SQL-ACCOUNT-NUMBER TO CHK-ACCOUNT-NUMBER
           MOVE SQL-CUSTOMER-NAME TO CHK-PAYEE-NAME
           MOVE SQL-ZIP TO CHK-ZIP
           MOVE WS-REFUND-AMOUNT TO CHK-REFUND-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           WRITE REFUND-CHECK-RECORD

           IF WS-CHK-STATUS NOT = '00'
               DISPLAY 'ERROR: Refund check write failed (status '
                       WS-CHK-STATUS ')'
               PERFORM 9999-ABEND-REFUND-RUN
           END-IF

           PERFORM 2320-WRITE-POSITIVE-PAY.

       2310-REGISTER-CHECK.
           EXEC SQL
               SELECT COALESCE(MAX(CHECK_NUMBER), 0) + 1
               INTO   :SQL-CKRG-CHECK-NUMBER
               FROM   CHECK_REGISTER
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-REFUND-RUN
           END-IF

           MOVE SQL-CKRG-CHECK-NUMBER TO WS-CHECK-NUMBER
           MOVE SQL-ACCOUNT-NUMBER TO SQL-CKRG-ACCOUNT
           MOVE SQL-CUSTOMER-NAME TO SQL-CKRG-PAYEE-NAME
           MOVE WS-REFUND-AMOUNT TO SQL-CKRG-AMOUNT
           MOVE WS-RUN-DATE TO SQL-CKRG-ISSUE-DATE
           MOVE SQL-STATE TO SQL-CKRG-STATE
           SET SQL-CKRG-ISSUED TO TRUE

           EXEC SQL
               INSERT INTO CHECK_REGISTER
                   (CHECK_NUMBER,
                    ACCOUNT_NUMBER,
                    PAYEE_NAME,
                    AMOUNT,
                    ISSUE_DATE,
                    STATE,
                    CHECK_STATUS,
                    STATUS_DATE)
               VALUES
                   (:SQL-CKRG-CHECK-NUMBER,
                    :SQL-CKRG-ACCOUNT,
                    :SQL-CKRG-PAYEE-NAME,
                    :SQL-CKRG-AMOUNT,
                    :SQL-CKRG-ISSUE-DATE,
                    :SQL-CKRG-STATE,
                    :SQL-CKRG-STATUS,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-REFUND-RUN
           END-IF.

      *----------------------------------------------------------------*
      * POSITIVE-PAY ISSUE ENTRY - THE BANK PAYS THIS SERIAL ONLY FOR *
      * THIS AMOUNT AND PAYEE                                         *
      *----------------------------------------------------------------*
       2320-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPAY-ISSUE TO TRUE
           MOVE WS-CHECK-NUMBER TO PPAY-CHECK-NUMBER
           MOVE WS-REFUND-AMOUNT TO PPAY-AMOUNT
           MOVE WS-RUN-DATE TO PPAY-ISSUE-DATE
           MOVE SQL-CUSTOMER-NAME TO PPAY-PAYEE-NAME
           MOVE SQL-ACCOUNT-NUMBER TO PPAY-ACCOUNT-NUMBER
           WRITE POSITIVE-PAY-RECORD

           IF WS-PPY-STATUS NOT = '00'
               DISPLAY 'ERROR: Positive-pay write failed (status '
                       WS-PPY-STATUS ')'
               PERFORM 9999-ABEND-REFUND-RUN
           END-IF.

      *----------------------------------------------------------------*

           CLOSE ACH-ORIG-FILE
           CLOSE CHECK-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE OFFSET-FILE
           CLOSE REFUND-REPORT-FILE

           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE ACH-ORIG-FILE
           CLOSE CHECK-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE OFFSET-FILE
           CLOSE REFUND-REPORT-FILE
           MOVE 16 TO RETURN-CODE
