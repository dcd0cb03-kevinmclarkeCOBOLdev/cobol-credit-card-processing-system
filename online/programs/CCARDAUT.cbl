      *          MATCH POSTINGS TO PRIOR APPROVALS. HOLDS A MERCHANT  *
      *          NEVER SETTLES ARE RELEASED BY THE NIGHTLY CCARDAEX   *
      *          SWEEP, WHICH EXPIRES APPROVED ROWS OLDER THAN THE    *
      *          CONFIGURABLE HOLD WINDOW. THE REQUESTING MERCHANT    *
      *          ID (OPTIONAL) IS RECORDED WITH THE APPROVAL SO THE   *
      *          CCARDASR RECONCILIATION CAN REPORT BY MERCHANT.      *
      *                                                                *
      *          THE CARD'S OWN SPENDING CONTROLS (SET ON CCRM) ARE   *
      *          CHECKED BEFORE OPEN-TO-BUY, EACH WITH ITS OWN        *
      *          DECLINE REASON: CASH ADVANCES BLOCKED (TYPE C),      *
      *          FOREIGN USE BLOCKED (FOREIGN Y), THE MERCHANT'S      *
      *          CATEGORY ON THE CARD'S BLOCK LIST, AND THE CARD'S    *
      *          MONTHLY SPEND LIMIT - THE SAME CONTROLS CCARDPROC    *
      *          2110-VALIDATE-CARD REJECTS ON AT POSTING.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       COPY CARDREC.

      *----------------------------------------------------------------*
      * MERCHANT_MASTER HOST VARIABLES - THE REQUESTING MERCHANT'S     *
      * CATEGORY CODE FOR THE CARD'S MERCHANT-CATEGORY BLOCK LIST      *
      *----------------------------------------------------------------*
       COPY MERCHREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
           05  SQL-AUTH-STATUS          PIC X(8).
               88  SQL-AUTH-APPROVED            VALUE 'APPROVED'.
               88  SQL-AUTH-DECLINED            VALUE 'DECLINED'.
           05  SQL-AUTH-MERCHANT        PIC X(10).
           05  SQL-OUTSTANDING-AUTHS    PIC S9(9)V99 COMP-3.
           05  SQL-MEMO-BALANCE         PIC S9(8)V99 COMP-3.
           05  SQL-CARD-MTD-SPEND       PIC S9(9)V99 COMP-3.
           05  SQL-CARD-OPEN-AUTHS      PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * AUTH-ID COLLISION CONTROL - MAX+1 UNDER CONCURRENT CAUT       *
           05  WS-DECISION              PIC X(8)  VALUE SPACES.
           05  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ.99-.
           05  WS-DECLINE-REASON        PIC X(40) VALUE SPACES.
           05  WS-REQUEST-TYPE          PIC X(1)  VALUE 'P'.
               88  WS-PURCHASE-REQUEST          VALUE 'P'.
               88  WS-CASH-REQUEST              VALUE 'C'.
           05  WS-FOREIGN-IND           PIC X(1)  VALUE 'N'.
               88  WS-FOREIGN-REQUEST           VALUE 'Y'.
               88  WS-DOMESTIC-REQUEST          VALUE 'N'.

      *----------------------------------------------------------------*
      * COMMAREA - PRESENCE ALONE MARKS THE PSEUDO-CONVERSATION        *
           MOVE SPACES TO CCAUTMAPO
           MOVE -1 TO ACARDL
           IF WS-MESSAGE = SPACES
               MOVE 'KEY CARD, AMOUNT, MERCHANT, TYPE, FOREIGN - ENTER'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO
               MOVE SPACES TO WS-DECISION
               MOVE ZERO TO SQL-AUTH-ID
               MOVE ZERO TO WS-OPEN-TO-BUY
               MOVE AMERCHI TO SQL-AUTH-MERCHANT
               COMPUTE WS-REQUEST-AMOUNT = FUNCTION NUMVAL(AAMTI)
               PERFORM 2100-TAKE-REQUEST-TYPE

               PERFORM 3000-AUTHORIZE-REQUEST
               PERFORM 8000-SEND-RESULT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      * TYPE AND FOREIGN INDICATOR AS KEYED. FIELDS LEFT UNTOUCHED     *
      * ARRIVE AS LOW-VALUES AND TAKE THE DEFAULTS - A DOMESTIC        *
      * PURCHASE, WHICH IS WHAT THIS SCREEN AUTHORIZED BEFORE THE      *
      * FIELDS EXISTED.                                                *
      *----------------------------------------------------------------*
       2100-TAKE-REQUEST-TYPE.
           MOVE ATYPEI TO WS-REQUEST-TYPE
           MOVE AFRGNI TO WS-FOREIGN-IND
           IF WS-REQUEST-TYPE = LOW-VALUES OR SPACES
               SET WS-PURCHASE-REQUEST TO TRUE
           END-IF
           IF WS-FOREIGN-IND = LOW-VALUES OR SPACES
               SET WS-DOMESTIC-REQUEST TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * RUN THE BATCH-EQUIVALENT CHECKS IN ORDER; THE FIRST FAILURE   *
      * DECLINES. EVERY DECISION IS LOGGED.                           *
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)

           EVALUATE TRUE
               WHEN WS-REQUEST-AMOUNT NOT > ZERO
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                        TO WS-DECLINE-REASON
               WHEN NOT WS-PURCHASE-REQUEST AND NOT WS-CASH-REQUEST
                   MOVE 'TYPE MUST BE P OR C' TO WS-DECLINE-REASON
               WHEN NOT WS-FOREIGN-REQUEST AND NOT WS-DOMESTIC-REQUEST
                   MOVE 'FOREIGN MUST BE Y OR N' TO WS-DECLINE-REASON
               WHEN OTHER
                   PERFORM 3100-VALIDATE-CARD
                   IF WS-DECLINE-REASON = SPACES
                       PERFORM 3200-VALIDATE-ACCOUNT
                   END-IF
                   IF WS-DECLINE-REASON = SPACES
                       PERFORM 3250-CHECK-CARD-CONTROLS
                   END-IF
                   IF WS-DECLINE-REASON = SPACES
                       PERFORM 3300-CHECK-OPEN-TO-BUY
                   END-IF
           END-EVALUATE

           IF WS-DECLINE-REASON = SPACES
               MOVE 'APPROVED' TO WS-DECISION
               SELECT CARD_NUMBER,
                      LINKED_ACCOUNT,
                      EXPIRY_DATE,
                      ACTIVE_FLAG,
                      MONTHLY_SPEND_LIMIT,
                      CASH_BLOCK,
                      FOREIGN_BLOCK,
                      MCC_BLOCK_LIST
               INTO  :SQL-CARD-NUMBER,
                     :SQL-CARD-LINKED-ACCOUNT,
                     :SQL-CARD-EXPIRY-DATE,
                     :SQL-CARD-ACTIVE-FLAG,
                     :SQL-CARD-MONTHLY-LIMIT,
                     :SQL-CARD-CASH-BLOCK,
                     :SQL-CARD-FOREIGN-BLOCK,
                     :SQL-CARD-MCC-BLOCK-LIST
               FROM CREDIT_CARD
               WHERE CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC
               WHEN SQL-ACCOUNT-STATUS = 'Z'
                   MOVE 'DECLINED - ACCOUNT CHARGED OFF'
                        TO WS-DECLINE-REASON
               WHEN SQL-ACCOUNT-STATUS = 'B'
                   MOVE 'DECLINED - SANCTIONS BLOCK'
                        TO WS-DECLINE-REASON
               WHEN SQL-ACCOUNT-STATUS = 'R'
                   MOVE 'DECLINED - PENDING SANCTIONS REVIEW'
                        TO WS-DECLINE-REASON
               WHEN SQL-ACCOUNT-STATUS NOT = 'A'
                   MOVE 'DECLINED - ACCOUNT NOT ACTIVE'
                        TO WS-DECLINE-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE CARD'S OWN SPENDING CONTROLS, IN THE ORDER CCARDPROC       *
      * 2120-CHECK-CARD-CONTROLS REJECTS ON THEM, SO AN APPROVAL HERE  *
      * IS NOT REJECTED TONIGHT FOR A CONTROL THE CARD ALREADY HAD.    *
      *----------------------------------------------------------------*
       3250-CHECK-CARD-CONTROLS.
           EVALUATE TRUE
               WHEN WS-CASH-REQUEST AND SQL-CARD-CASH-BLOCKED
                   MOVE 'DECLINED - CARD CASH ADVANCES BLOCKED'
                        TO WS-DECLINE-REASON
               WHEN WS-FOREIGN-REQUEST AND SQL-CARD-FOREIGN-BLOCKED
                   MOVE 'DECLINED - CARD FOREIGN USE BLOCKED'
                        TO WS-DECLINE-REASON
               WHEN OTHER
                   PERFORM 3260-CHECK-MCC-BLOCK
                   IF WS-DECLINE-REASON = SPACES
                      AND SQL-CARD-MONTHLY-LIMIT > ZERO
                       PERFORM 3270-CHECK-CARD-LIMIT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE REQUESTING MERCHANT'S CATEGORY AGAINST THE CARD'S BLOCK    *
      * LIST. NO MERCHANT KEYED, OR ONE NOT ON THE MASTER, HAS NO      *
      * CATEGORY TO BLOCK ON.                                          *
      *----------------------------------------------------------------*
       3260-CHECK-MCC-BLOCK.
           IF SQL-CARD-MCC-BLOCK-LIST NOT = SPACES
              AND SQL-AUTH-MERCHANT NOT = SPACES
              AND SQL-AUTH-MERCHANT NOT = LOW-VALUES
               MOVE SQL-AUTH-MERCHANT TO SQL-MERCH-ID

               EXEC SQL
                   SELECT COALESCE(MERCHANT_CATEGORY_CODE, ' ')
                   INTO  :SQL-MERCH-MCC
                   FROM MERCHANT_MASTER
                   WHERE MERCHANT_ID = :SQL-MERCH-ID
               END-EXEC

               IF SQLCODE = 0 AND SQL-MERCH-MCC NOT = SPACES
                   SET SQL-CARD-MCC-IDX TO 1
                   SEARCH SQL-CARD-MCC-BLOCK
                       WHEN SQL-CARD-MCC-BLOCK(SQL-CARD-MCC-IDX)
                            = SQL-MERCH-MCC
                           MOVE 'DECLINED - MERCHANT CATEGORY BLOCKED'
                                TO WS-DECLINE-REASON
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MONTHLY SPEND LIMIT - THE CARD'S PURCHASES AND CASH ADVANCES   *
      * POSTED THIS CALENDAR MONTH, PLUS ITS APPROVALS NOT YET POSTED  *
      * (STILL APPROVED, OR MEMO-POSTED BY AN INTRADAY RUN), PLUS THIS *
      * REQUEST MAY NOT RUN PAST THE LIMIT. THERE IS NO TOLERANCE - IT *
      * IS THE PRIMARY CARDHOLDER'S CAP, NOT THE BANK'S CREDIT LINE. A *
      * FAILED SUM COUNTS AS ZERO, THE SAME AS 3350.                   *
      *----------------------------------------------------------------*
       3270-CHECK-CARD-LIMIT.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CARD-MTD-SPEND
               FROM   TRANSACTION_LOG
               WHERE  CARD_NUMBER = :SQL-CARD-NUMBER
                 AND  TRANSACTION_TYPE IN ('PURCHASE', 'CASHADV')
                 AND  SUBSTR(CHAR(TRANSACTION_DATE), 1, 7) =
                      SUBSTR(CHAR(CURRENT TIMESTAMP), 1, 7)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CARD-MTD-SPEND
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CARD-OPEN-AUTHS
               FROM   AUTHORIZATION_LOG
               WHERE  CARD_NUMBER = :SQL-CARD-NUMBER
                 AND  AUTH_STATUS IN ('APPROVED', 'MEMOPOST')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CARD-OPEN-AUTHS
           END-IF

           IF SQL-CARD-MTD-SPEND + SQL-CARD-OPEN-AUTHS
              + WS-REQUEST-AMOUNT > SQL-CARD-MONTHLY-LIMIT
               MOVE 'DECLINED - CARD MONTHLY LIMIT REACHED'
                    TO WS-DECLINE-REASON
           END-IF.

      *----------------------------------------------------------------*
      * OPEN TO BUY = LIMIT - BALANCE - OUTSTANDING APPROVALS - THE   *
      * INTRADAY MEMO BALANCE; THE REQUEST MAY RUN PAST IT ONLY AS    *
                        ACCOUNT_NUMBER,
                        AMOUNT,
                        AUTH_STATUS,
                        AUTH_TIMESTAMP,
                        MERCHANT_ID)
                   VALUES
                       (:SQL-AUTH-ID,
                        :SQL-CARD-NUMBER,
                        :SQL-ACCOUNT-NUMBER,
                        :SQL-AUTH-AMOUNT,
                        :SQL-AUTH-STATUS,
                        CURRENT TIMESTAMP,
                        :SQL-AUTH-MERCHANT)
               END-EXEC

               EVALUATE TRUE
           MOVE SQL-CARD-NUMBER TO ACARDO
           MOVE WS-REQUEST-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO AAMTO
           MOVE SQL-AUTH-MERCHANT TO AMERCHO
           MOVE WS-REQUEST-TYPE TO ATYPEO
           MOVE WS-FOREIGN-IND TO AFRGNO
           MOVE WS-DECISION TO ARESPO
           MOVE SQL-AUTH-ID TO AAUTHO
           MOVE SQL-ACCOUNT-NUMBER TO AACCTO
