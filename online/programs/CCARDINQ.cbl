       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDINQ.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDINQ - CARDHOLDER SELF-SERVICE INQUIRY SERVICE    *
      *          (CICS, NO SCREEN)                                     *
      * PURPOSE: THE PHONE IVR AND THE MOBILE APP HAD NO WAY INTO THIS *
      *          SYSTEM - EVERY "WHAT'S MY BALANCE / WHEN IS MY        *
      *          PAYMENT DUE" CALL WENT TO A CSR ON CACM AND CHST.     *
      *          THE INTEGRATION LAYER LINKS TO THIS PROGRAM WITH THE  *
      *          CCINQCA COMMAREA: A CARD NUMBER AND A VERIFICATION    *
      *          VALUE (DATE OF BIRTH OR LAST FOUR OF THE TAX ID,      *
      *          CHECKED AGAINST THE CARD'S CUSTOMER). ONCE VERIFIED   *
      *          IT RETURNS:                                           *
      *            - THE CURRENT BALANCE AND CREDIT LIMIT              *
      *            - AVAILABLE CREDIT - THE SAME OPEN-TO-BUY CCARDAUT  *
      *              AUTHORIZES AGAINST: LIMIT LESS BALANCE, LESS      *
      *              OUTSTANDING APPROVALS, LESS THE DAY'S MEMO-POSTED *
      *              ACTIVITY                                          *
      *            - THE LAST STATEMENT'S CLOSING BALANCE, MINIMUM DUE *
      *              AND DUE DATE (STATEMENT_HISTORY)                  *
      *            - THE LAST PAYMENT POSTED                           *
      *            - THE REWARDS POINTS BALANCE                        *
      *            - THE ACCOUNT'S FIVE MOST RECENT TRANSACTION_LOG    *
      *              ROWS                                              *
      *                                                                *
      *          EVERY INQUIRY, WHATEVER ITS OUTCOME, IS WRITTEN TO    *
      *          CARD_INQUIRY_LOG WITH THE CHANNEL, THE CHANNEL'S OWN  *
      *          CALL REFERENCE AND THE RETURN CODE. AN INQUIRY THAT   *
      *          CANNOT BE LOGGED RETURNS NO ACCOUNT DATA.             *
      *                                                                *
      *          LOCKOUT - THREE FAILED VERIFICATIONS ON A CARD SINCE  *
      *          ITS LAST SUCCESSFUL ONE, WITHIN 24 HOURS, LOCK THE    *
      *          SERVICE FOR THAT CARD. WHILE LOCKED THE VERIFICATION  *
      *          VALUE IS NOT EVEN CHECKED, SO IT CANNOT BE GUESSED;   *
      *          THE LOCK LIFTS AS THE FAILURES AGE PAST 24 HOURS.     *
      *          THE CARDHOLDER CAN STILL BE SERVED BY A CSR.          *
      *                                                                *
      * INPUT:   COMMAREA CCINQCA (REQUEST HALF)                       *
      * OUTPUT:  COMMAREA CCINQCA (RESPONSE HALF, RETURN CODE)         *
      * DATABASE: DB2 CREDIT_CARD, CUSTOMER, CREDIT_ACCOUNT,           *
      *           AUTHORIZATION_LOG, MEMO_POSITION, STATEMENT_HISTORY, *
      *           TRANSACTION_LOG, REWARDS_ACCOUNT, CARD_INQUIRY_LOG   *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * CREDIT_CARD HOST VARIABLES (SHARED WITH THE BATCH PROGRAMS)    *
      *----------------------------------------------------------------*
       COPY CARDREC.

      *----------------------------------------------------------------*
      * CUSTOMER HOST VARIABLES - THE VALUES THE CALLER IS VERIFIED    *
      * AGAINST                                                        *
      *----------------------------------------------------------------*
       COPY CUSTREC.

      *----------------------------------------------------------------*
      * STATEMENT_HISTORY HOST VARIABLES                               *
      *----------------------------------------------------------------*
       COPY STMHREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-INQUIRY-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-CURRENT-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-CREDIT-LIMIT         PIC S9(8)V99 COMP-3.
           05  SQL-OUTSTANDING-AUTHS    PIC S9(8)V99 COMP-3.
           05  SQL-MEMO-BALANCE         PIC S9(8)V99 COMP-3.
           05  SQL-POINTS-BALANCE       PIC S9(9) COMP.
           05  SQL-PAYMENT-DATE         PIC X(10).
           05  SQL-PAYMENT-AMOUNT       PIC S9(8)V99 COMP-3.
           05  SQL-TRAN-ORIG-DATE       PIC X(10).
           05  SQL-TRAN-TYPE            PIC X(8).
           05  SQL-TRAN-MERCHANT        PIC X(10).
           05  SQL-TRAN-AMOUNT          PIC S9(8)V99 COMP-3.
           05  SQL-FAILED-VERIFY-COUNT  PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * CARD_INQUIRY_LOG HOST VARIABLES - ONE ROW PER INQUIRY          *
      *----------------------------------------------------------------*
       01  SQL-INQUIRY-LOG-DATA.
           05  SQL-LOG-CARD-NUMBER      PIC X(16).
           05  SQL-LOG-ACCOUNT          PIC X(6).
           05  SQL-LOG-CHANNEL          PIC X(4).
           05  SQL-LOG-CALLER-REF       PIC X(20).
           05  SQL-LOG-VERIFY-TYPE      PIC X(1).
           05  SQL-LOG-OUTCOME          PIC X(2).
           05  SQL-LOG-MESSAGE          PIC X(40).

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
      *    FAILED VERIFICATIONS (SINCE THE LAST GOOD ONE, WITHIN 24   *
      *    HOURS) THAT LOCK THE SERVICE FOR A CARD                    *
           05  WS-VERIFY-FAIL-LIMIT     PIC S9(9) COMP VALUE 3.
           05  WS-RECENT-TRAN-LIMIT     PIC 9(1) VALUE 5.

      *----------------------------------------------------------------*
      * WORKING FIELDS                                                 *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-TODAY-DATE            PIC X(10).
           05  WS-RECENT-DONE-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-RECENT-DONE               VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY CCINQCA.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC - A COMMAREA SHORTER THAN THE REQUEST    *
      * LAYOUT HAS NOWHERE TO PUT AN ANSWER, SO IT IS RETURNED         *
      * UNTOUCHED. EVERYTHING ELSE IS ANSWERED AND LOGGED.             *
      *================================================================*
       0000-MAIN-PROCESS.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               PERFORM 1000-INITIALIZE-RESPONSE
               PERFORM 2000-PROCESS-INQUIRY
               PERFORM 7000-LOG-INQUIRY
           END-IF

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      * CLEAR THE RESPONSE HALF. THE RETURN CODE STARTS AT 00 AND EACH *
      * STEP BELOW RUNS ONLY WHILE IT STAYS THERE.                     *
      *----------------------------------------------------------------*
       1000-INITIALIZE-RESPONSE.
           INITIALIZE INQ-RESPONSE
           SET INQ-OK TO TRUE
           MOVE SPACES TO SQL-LOG-ACCOUNT

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2).

      *----------------------------------------------------------------*
      * EDIT THE REQUEST, THEN CARD, LOCKOUT, VERIFICATION AND THE     *
      * ACCOUNT FIGURES IN ORDER; THE FIRST FAILURE SETS THE RETURN    *
      * CODE AND STOPS THE REST.                                       *
      *----------------------------------------------------------------*
       2000-PROCESS-INQUIRY.
           IF NOT INQ-CHANNEL-VALID
              OR INQ-CARD-NUMBER = SPACES
              OR NOT INQ-VERIFY-TYPE-VALID
              OR INQ-VERIFY-VALUE = SPACES
               SET INQ-INVALID-REQUEST TO TRUE
               MOVE 'INVALID REQUEST' TO INQ-RETURN-MESSAGE
           ELSE
               PERFORM 2100-READ-CARD
           END-IF

           IF INQ-OK
               PERFORM 3000-CHECK-LOCKOUT
           END-IF
           IF INQ-OK
               PERFORM 4000-VERIFY-CALLER
           END-IF
           IF INQ-OK
               PERFORM 5000-GATHER-ACCOUNT-DATA
           END-IF
           IF INQ-OK
               MOVE 'INQUIRY COMPLETE' TO INQ-RETURN-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * THE CARD MUST BE ON FILE, ACTIVE AND IN DATE - THE SAME TEST   *
      * CCARDAUT APPLIES. A CARD ISSUED BEFORE THE CUSTOMER MASTER     *
      * TAKES ITS ACCOUNT'S CUSTOMER, AS ON THE CCRM SCREEN.           *
      *----------------------------------------------------------------*
       2100-READ-CARD.
           MOVE INQ-CARD-NUMBER TO SQL-CARD-NUMBER

           EXEC SQL
               SELECT LINKED_ACCOUNT,
                      EXPIRY_DATE,
                      ACTIVE_FLAG,
                      COALESCE(CUSTOMER_ID,
                               (SELECT A.CUSTOMER_ID
                                FROM   CREDIT_ACCOUNT A
                                WHERE  A.ACCOUNT_NUMBER =
                                       LINKED_ACCOUNT),
                               0)
               INTO  :SQL-CARD-LINKED-ACCOUNT,
                     :SQL-CARD-EXPIRY-DATE,
                     :SQL-CARD-ACTIVE-FLAG,
                     :SQL-CARD-CUSTOMER-ID
               FROM CREDIT_CARD
               WHERE CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-CARD-LINKED-ACCOUNT TO SQL-LOG-ACCOUNT
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET INQ-CARD-NOT-FOUND TO TRUE
                   MOVE 'CARD NOT ON FILE' TO INQ-RETURN-MESSAGE
               WHEN SQLCODE NOT = 0
                   SET INQ-SYSTEM-ERROR TO TRUE
                   MOVE 'CARD READ FAILED - REFER TO CSR'
                        TO INQ-RETURN-MESSAGE
               WHEN NOT SQL-CARD-ACTIVE
                   SET INQ-CARD-NOT-ACTIVE TO TRUE
                   MOVE 'CARD NOT ACTIVE' TO INQ-RETURN-MESSAGE
               WHEN SQL-CARD-EXPIRY-DATE NOT = SPACES
                AND SQL-CARD-EXPIRY-DATE < WS-TODAY-DATE
                   SET INQ-CARD-NOT-ACTIVE TO TRUE
                   MOVE 'CARD EXPIRED' TO INQ-RETURN-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LOCKOUT - FAILED VERIFICATIONS ON THE CARD SINCE ITS LAST      *
      * SUCCESSFUL INQUIRY AND WITHIN THE LAST 24 HOURS. IF THE COUNT  *
      * CANNOT BE READ THE INQUIRY IS REFUSED RATHER THAN LETTING AN   *
      * UNCOUNTED GUESS THROUGH.                                       *
      *----------------------------------------------------------------*
       3000-CHECK-LOCKOUT.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-FAILED-VERIFY-COUNT
               FROM   CARD_INQUIRY_LOG L
               WHERE  L.CARD_NUMBER = :SQL-CARD-NUMBER
                 AND  L.OUTCOME_CODE = '20'
                 AND  L.INQUIRY_TIMESTAMP >
                      CURRENT TIMESTAMP - 24 HOURS
                 AND  L.INQUIRY_TIMESTAMP >
                      COALESCE((SELECT MAX(G.INQUIRY_TIMESTAMP)
                                FROM   CARD_INQUIRY_LOG G
                                WHERE  G.CARD_NUMBER = L.CARD_NUMBER
                                  AND  G.OUTCOME_CODE = '00'),
                               TIMESTAMP('0001-01-01-00.00.00'))
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET INQ-SYSTEM-ERROR TO TRUE
                   MOVE 'LOCKOUT CHECK FAILED - REFER TO CSR'
                        TO INQ-RETURN-MESSAGE
               WHEN SQL-FAILED-VERIFY-COUNT NOT < WS-VERIFY-FAIL-LIMIT
                   SET INQ-LOCKED TO TRUE
                   MOVE 'LOCKED - TOO MANY FAILED VERIFICATIONS'
                        TO INQ-RETURN-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * VERIFY THE CALLER AGAINST THE CARD'S CUSTOMER - THE DATE OF    *
      * BIRTH AS YYYY-MM-DD, OR THE LAST FOUR OF THE TAX ID AND        *
      * NOTHING AFTER IT. A CUSTOMER WITH NOTHING ON FILE FOR THE      *
      * CHOSEN VALUE CANNOT BE VERIFIED, BUT THAT IS NOT THE CALLER'S  *
      * FAILURE AND DOES NOT COUNT TOWARD THE LOCKOUT.                 *
      *----------------------------------------------------------------*
       4000-VERIFY-CALLER.
           MOVE SQL-CARD-CUSTOMER-ID TO SQL-CUST-ID
           MOVE SPACES TO SQL-CUST-TAX-ID
           MOVE SPACES TO SQL-CUST-BIRTH-DATE

           IF SQL-CUST-ID NOT = ZERO
               EXEC SQL
                   SELECT COALESCE(TAX_ID, ' '),
                          COALESCE(CHAR(DATE_OF_BIRTH), ' ')
                   INTO  :SQL-CUST-TAX-ID,
                         :SQL-CUST-BIRTH-DATE
                   FROM CUSTOMER
                   WHERE CUSTOMER_ID = :SQL-CUST-ID
               END-EXEC
           ELSE
               MOVE 100 TO SQLCODE
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET INQ-SYSTEM-ERROR TO TRUE
                   MOVE 'CUSTOMER READ FAILED - REFER TO CSR'
                        TO INQ-RETURN-MESSAGE
               WHEN INQ-VERIFY-BIRTH-DATE
                AND SQL-CUST-BIRTH-DATE = SPACES
               WHEN INQ-VERIFY-TAX-ID
                AND SQL-CUST-TAX-ID = SPACES
                   SET INQ-NO-VERIFY-DATA TO TRUE
                   MOVE 'NO VERIFICATION DETAILS ON FILE'
                        TO INQ-RETURN-MESSAGE
               WHEN INQ-VERIFY-BIRTH-DATE
                AND INQ-VERIFY-VALUE = SQL-CUST-BIRTH-DATE
                   CONTINUE
               WHEN INQ-VERIFY-TAX-ID
                AND INQ-VERIFY-VALUE(1:4) = SQL-CUST-TAX-ID(6:4)
                AND INQ-VERIFY-VALUE(5:6) = SPACES
                   CONTINUE
               WHEN OTHER
                   SET INQ-VERIFY-FAILED TO TRUE
                   ADD 1 TO SQL-FAILED-VERIFY-COUNT
                   IF SQL-FAILED-VERIFY-COUNT NOT < WS-VERIFY-FAIL-LIMIT
                       MOVE 'VERIFICATION FAILED - SERVICE NOW LOCKED'
                            TO INQ-RETURN-MESSAGE
                   ELSE
                       MOVE 'VERIFICATION FAILED'
                            TO INQ-RETURN-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE CALLER IS VERIFIED - GATHER THE ACCOUNT FIGURES. ONLY THE  *
      * ACCOUNT ROW ITSELF IS ESSENTIAL; A STATEMENT, PAYMENT, POINTS  *
      * OR TRANSACTION READ THAT FINDS NOTHING OR FAILS LEAVES THAT    *
      * PART OF THE ANSWER BLANK OR ZERO.                              *
      *----------------------------------------------------------------*
       5000-GATHER-ACCOUNT-DATA.
           PERFORM 5100-READ-ACCOUNT
           IF INQ-OK
               PERFORM 5200-AVAILABLE-CREDIT
               PERFORM 5300-LAST-STATEMENT
               PERFORM 5400-LAST-PAYMENT
               PERFORM 5500-POINTS-BALANCE
               PERFORM 5600-RECENT-TRANSACTIONS
           END-IF.

       5100-READ-ACCOUNT.
           MOVE SQL-CARD-LINKED-ACCOUNT TO SQL-ACCOUNT-NUMBER

           EXEC SQL
               SELECT CURRENT_BALANCE,
                      CREDIT_LIMIT
               INTO  :SQL-CURRENT-BALANCE,
                     :SQL-CREDIT-LIMIT
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-CURRENT-BALANCE TO INQ-CURRENT-BALANCE
               MOVE SQL-CREDIT-LIMIT TO INQ-CREDIT-LIMIT
           ELSE
               SET INQ-SYSTEM-ERROR TO TRUE
               MOVE 'ACCOUNT READ FAILED - REFER TO CSR'
                    TO INQ-RETURN-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * AVAILABLE CREDIT = LIMIT - BALANCE - OUTSTANDING APPROVALS -   *
      * THE DAY'S MEMO-POSTED ACTIVITY, EXACTLY AS CCARDAUT 3300       *
      * COMPUTES OPEN-TO-BUY (WITHOUT ITS OVERLIMIT TOLERANCE, WHICH   *
      * IS NOT CREDIT THE CARDHOLDER IS TOLD THEY HAVE). A FAILED SUM  *
      * OR READ COUNTS AS ZERO, THE SAME AS THERE.                     *
      *----------------------------------------------------------------*
       5200-AVAILABLE-CREDIT.
           MOVE ZERO TO SQL-OUTSTANDING-AUTHS
           MOVE ZERO TO SQL-MEMO-BALANCE

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-OUTSTANDING-AUTHS
               FROM   AUTHORIZATION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  AUTH_STATUS = 'APPROVED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-OUTSTANDING-AUTHS
           END-IF

           EXEC SQL
               SELECT MEMO_BALANCE
               INTO   :SQL-MEMO-BALANCE
               FROM   MEMO_POSITION
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-MEMO-BALANCE
           END-IF

           COMPUTE INQ-AVAILABLE-CREDIT =
                   SQL-CREDIT-LIMIT - SQL-CURRENT-BALANCE
                   - SQL-OUTSTANDING-AUTHS - SQL-MEMO-BALANCE.

      *----------------------------------------------------------------*
      * THE MOST RECENT STATEMENT CYCLE ON FILE                        *
      *----------------------------------------------------------------*
       5300-LAST-STATEMENT.
           MOVE SQL-ACCOUNT-NUMBER TO SQL-STMH-ACCOUNT

           EXEC SQL
               SELECT CHAR(STMT_DATE),
                      CLOSING_BALANCE,
                      MINIMUM_DUE,
                      CHAR(DUE_DATE)
               INTO  :SQL-STMH-STMT-DATE,
                     :SQL-STMH-CLOSING-BALANCE,
                     :SQL-STMH-MINIMUM-DUE,
                     :SQL-STMH-DUE-DATE
               FROM   STATEMENT_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-STMH-ACCOUNT
               ORDER BY STMT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-STMH-STMT-DATE TO INQ-STMT-DATE
               MOVE SQL-STMH-CLOSING-BALANCE TO INQ-STMT-CLOSING-BALANCE
               MOVE SQL-STMH-MINIMUM-DUE TO INQ-STMT-MINIMUM-DUE
               MOVE SQL-STMH-DUE-DATE TO INQ-STMT-DUE-DATE
           END-IF.

      *----------------------------------------------------------------*
      * THE MOST RECENTLY POSTED PAYMENT ON THE ACCOUNT                *
      *----------------------------------------------------------------*
       5400-LAST-PAYMENT.
           EXEC SQL
               SELECT ORIGINAL_TRAN_DATE,
                      AMOUNT
               INTO  :SQL-PAYMENT-DATE,
                     :SQL-PAYMENT-AMOUNT
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  TRANSACTION_TYPE = 'PAYMENT'
               ORDER BY TRANSACTION_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-PAYMENT-DATE TO INQ-LAST-PAYMENT-DATE
               MOVE SQL-PAYMENT-AMOUNT TO INQ-LAST-PAYMENT-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
      * REWARDS POINTS - NO ROW MEANS THE ACCOUNT HAS NEVER ACCRUED    *
      *----------------------------------------------------------------*
       5500-POINTS-BALANCE.
           EXEC SQL
               SELECT POINTS_BALANCE
               INTO   :SQL-POINTS-BALANCE
               FROM   REWARDS_ACCOUNT
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-POINTS-BALANCE TO INQ-POINTS-BALANCE
           END-IF.

      *----------------------------------------------------------------*
      * THE ACCOUNT'S MOST RECENT TRANSACTION_LOG ROWS, NEWEST FIRST,  *
      * THE SAME ROWS THE CHST SCREEN OPENS ON                         *
      *----------------------------------------------------------------*
       5600-RECENT-TRANSACTIONS.
           MOVE 'N' TO WS-RECENT-DONE-FLAG

           EXEC SQL
               DECLARE RECENT-CURSOR CURSOR FOR
               SELECT ORIGINAL_TRAN_DATE,
                      TRANSACTION_TYPE,
                      MERCHANT_ID,
                      AMOUNT
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
               ORDER BY TRANSACTION_DATE DESC
               FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN RECENT-CURSOR
           END-EXEC

           IF SQLCODE = 0
               PERFORM 5610-FETCH-RECENT-ROW
                   UNTIL WS-RECENT-DONE

               EXEC SQL
                   CLOSE RECENT-CURSOR
               END-EXEC
           END-IF.

       5610-FETCH-RECENT-ROW.
           EXEC SQL
               FETCH RECENT-CURSOR
               INTO :SQL-TRAN-ORIG-DATE,
                    :SQL-TRAN-TYPE,
                    :SQL-TRAN-MERCHANT,
                    :SQL-TRAN-AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-RECENT-DONE TO TRUE
           ELSE
               ADD 1 TO INQ-TRAN-COUNT
               MOVE SQL-TRAN-ORIG-DATE TO INQ-TRAN-DATE(INQ-TRAN-COUNT)
               MOVE SQL-TRAN-TYPE TO INQ-TRAN-TYPE(INQ-TRAN-COUNT)
               MOVE SQL-TRAN-MERCHANT
                    TO INQ-TRAN-MERCHANT(INQ-TRAN-COUNT)
               MOVE SQL-TRAN-AMOUNT TO INQ-TRAN-AMOUNT(INQ-TRAN-COUNT)
               IF INQ-TRAN-COUNT NOT < WS-RECENT-TRAN-LIMIT
                   SET WS-RECENT-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOG THE INQUIRY - EVERY OUTCOME, INCLUDING INVALID REQUESTS.   *
      * THE FAILED-VERIFICATION ROWS ARE WHAT THE LOCKOUT COUNTS. IF   *
      * THE ROW CANNOT BE WRITTEN A VERIFIED ANSWER IS WITHDRAWN, SO   *
      * NO ACCOUNT DATA LEAVES UNLOGGED.                               *
      *----------------------------------------------------------------*
       7000-LOG-INQUIRY.
           MOVE INQ-CARD-NUMBER TO SQL-LOG-CARD-NUMBER
           MOVE INQ-CHANNEL TO SQL-LOG-CHANNEL
           MOVE INQ-CALLER-REF TO SQL-LOG-CALLER-REF
           MOVE INQ-VERIFY-TYPE TO SQL-LOG-VERIFY-TYPE
           MOVE INQ-RETURN-CODE TO SQL-LOG-OUTCOME
           MOVE INQ-RETURN-MESSAGE TO SQL-LOG-MESSAGE

           EXEC SQL
               INSERT INTO CARD_INQUIRY_LOG
                   (CARD_NUMBER,
                    ACCOUNT_NUMBER,
                    CHANNEL,
                    CALLER_REF,
                    VERIFY_TYPE,
                    OUTCOME_CODE,
                    OUTCOME_TEXT,
                    INQUIRY_TIMESTAMP)
               VALUES
                   (:SQL-LOG-CARD-NUMBER,
                    :SQL-LOG-ACCOUNT,
                    :SQL-LOG-CHANNEL,
                    :SQL-LOG-CALLER-REF,
                    :SQL-LOG-VERIFY-TYPE,
                    :SQL-LOG-OUTCOME,
                    :SQL-LOG-MESSAGE,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               IF INQ-OK
                   INITIALIZE INQ-RESPONSE
                   SET INQ-SYSTEM-ERROR TO TRUE
                   MOVE 'INQUIRY NOT LOGGED - REFER TO CSR'
                        TO INQ-RETURN-MESSAGE
               END-IF
           END-IF.
