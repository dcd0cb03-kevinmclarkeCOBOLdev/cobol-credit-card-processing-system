           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.

       COPY CARDREC.

           05  SQL-TRAN-TIMESTAMP       PIC X(26).
           05  SQL-BALANCE-AFTER        PIC S9(8)V99 COMP-3.
           05  SQL-PROCESSED-BY         PIC X(10).
           05  SQL-TRAN-AUTH-ID         PIC S9(9) COMP.
           05  SQL-TRAN-AUTH-VARIANCE   PIC S9(8)V99 COMP-3.
       
      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
           05  WS-SAVE-PURCHASE-BAL     PIC S9(8)V99 COMP-3.
           05  WS-SAVE-CASHADV-BAL      PIC S9(8)V99 COMP-3.
           05  WS-SAVE-FEE-BAL          PIC S9(8)V99 COMP-3.
           05  WS-SAVE-BALXFER-BAL      PIC S9(8)V99 COMP-3.
       
      *----------------------------------------------------------------*
      * COUNTERS AND ACCUMULATORS                                      *
           05  WS-NEW-PURCHASE-BAL      PIC S9(8)V99 COMP-3.
           05  WS-NEW-CASHADV-BAL       PIC S9(8)V99 COMP-3.
           05  WS-NEW-FEE-BAL           PIC S9(8)V99 COMP-3.
      *    BALANCE TRANSFERS CARRY THEIR OWN BUCKET SO CCARDFIN CAN  *
      *    ACCRUE THEM AT THE ACCOUNT'S PROMOTIONAL RATE; AS THE     *
      *    LOWEST-RATE BUCKET IT IS PAID DOWN LAST.                  *
           05  WS-NEW-BALXFER-BAL       PIC S9(8)V99 COMP-3.
           05  WS-CREDIT-REMAINING      PIC S9(8)V99 COMP-3.
           05  WS-AVAILABLE-CREDIT      PIC S9(8)V99 COMP-3.
           05  WS-CONVERTED-AMOUNT      PIC S9(8)V99 COMP-3.
      * AUTHORIZATION MATCH CONTROL - WHEN A PURCHASE POSTS, THE      *
      * OLDEST OUTSTANDING ONLINE APPROVAL (CCARDAUT) FOR THE SAME    *
      * CARD/ACCOUNT/AMOUNT IS STAMPED MATCHED SO THE AUTHORIZATION   *
      * LOG SHOWS WHICH APPROVALS ACTUALLY SETTLED. FAILING AN EXACT  *
      * AMOUNT, THE CLOSEST APPROVAL THE SETTLEMENT FALLS WITHIN      *
      * TOLERANCE OF MATCHES INSTEAD: ANY AMOUNT AT OR BELOW THE      *
      * APPROVAL (FUEL PRE-AUTHS, PARTIAL SHIPMENTS), OR ABOVE IT BY  *
      * NO MORE THAN THE PERCENTAGE OR THE FLAT AMOUNT (TIPS, HOTEL   *
      * INCIDENTALS). THE VARIANCE (SETTLED MINUS APPROVED) IS        *
      * RECORDED ON BOTH THE AUTHORIZATION AND TRANSACTION ROWS, AND  *
      * A PURCHASE WITH NO MATCH POSTS WITH AUTH_ID ZERO - A FORCE    *
      * POST - FOR CCARDASR TO REPORT. TOLERANCES ARE DEFAULTS,       *
      * OVERRIDABLE BY CONTROL CARD.                                  *
      *----------------------------------------------------------------*
       01  WS-AUTH-MATCH-CONTROL.
           05  SQL-AUTH-ID              PIC S9(9) COMP.
           05  SQL-AUTH-AMOUNT          PIC S9(8)V99 COMP-3.
           05  SQL-AUTH-VARIANCE        PIC S9(8)V99 COMP-3.
           05  SQL-AUTH-MATCH-STATUS    PIC X(8).
           05  WS-AUTH-MATCH-PCT        PIC S9V9999 COMP-3 VALUE .2000.
           05  WS-AUTH-MATCH-AMT        PIC S9(4)V99 COMP-3
                                        VALUE 10.00.

      *----------------------------------------------------------------*
      * CASH ADVANCE FEE CONTROL - CASHADV POSTS LIKE A PURCHASE BUT   *
               88  WS-CASHADV-FEE-APPLIED       VALUE 'Y'.
           05  WS-CASHADV-FEE-AMOUNT    PIC S9(8)V99 COMP-3.

      *----------------------------------------------------------------*
      * BALANCE TRANSFER FEE CONTROL - BALXFER POSTS TO ITS OWN       *
      * BUCKET AND CARRIES A ONE-TIME TRANSFER FEE, LOGGED SEPARATELY *
      * THE SAME WAY AS THE CASH ADVANCE FEE. THE PROMOTIONAL RATE    *
      * ITSELF LIVES ON PROMO_OFFER AND IS APPLIED BY CCARDFIN.       *
      *----------------------------------------------------------------*
       01  WS-BALXFER-FEE-CONTROL.
           05  WS-BALXFER-FEE-PCT       PIC 9V9999 VALUE .0300.
           05  WS-BALXFER-FEE-FLAG      PIC X VALUE 'N'.
               88  WS-BALXFER-FEE-APPLIED       VALUE 'Y'.
           05  WS-BALXFER-FEE-AMOUNT    PIC S9(8)V99 COMP-3.

      *----------------------------------------------------------------*
      * RUN MODE - AN INTRADAY MEMO-POST RUN ('M' ON THE CONTROL      *
      * CARD) APPLIES CAPTURED ACTIVITY TO THE MEMO_POSITION BALANCE  *
               10  WS-MERCH-VEL-MERCHANT PIC X(10).
               10  WS-MERCH-VEL-COUNT    PIC 9(5).

      *----------------------------------------------------------------*
      * PER-CARD MONTHLY SPEND LIMIT CONTROL. MONTH-TO-DATE SPEND IS   *
      * THE CARD'S PURCHASE AND CASHADV ROWS ON TRANSACTION_LOG        *
      * POSTED THIS CALENDAR MONTH - IN A SETTLEMENT RUN THAT ALREADY  *
      * INCLUDES WHAT THIS RUN HAS POSTED, SINCE THE UNIT OF WORK SEES *
      * ITS OWN INSERTS. A MEMO RUN WRITES NO TRANSACTION_LOG ROWS, SO *
      * IT ADDS WHAT IT HAS MEMOED ON THE CARD WITHIN THE HELD ACCOUNT *
      * GROUP. A CARD BELONGS TO ONE ACCOUNT, SO THE TABLE EMPTIES AT  *
      * EVERY ACCOUNT BREAK.                                           *
      *----------------------------------------------------------------*
       01  WS-CARD-LIMIT-CONTROL.
           05  SQL-CARD-MTD-SPEND       PIC S9(9)V99 COMP-3.
           05  WS-CARD-SPEND-AMOUNT     PIC S9(8)V99 COMP-3.
           05  WS-CARD-MEMO-ENTRIES     PIC 9(3) VALUE ZERO.
           05  WS-CARD-MEMO-ENTRY OCCURS 50 TIMES
                                  INDEXED BY WS-CARD-MEMO-IDX.
               10  WS-CARD-MEMO-CARD    PIC X(16).
               10  WS-CARD-MEMO-SPEND   PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * REPORT HEADER LINES                                            *
      *----------------------------------------------------------------*
                       IF CTL-RUN-MODE = 'M'
                           MOVE 'M' TO WS-RUN-MODE
                       END-IF
                       IF CTL-AUTH-MATCH-PCT NOT = ZERO
                           MOVE CTL-AUTH-MATCH-PCT
                                TO WS-AUTH-MATCH-PCT
                       END-IF
                       IF CTL-AUTH-MATCH-AMT NOT = ZERO
                           MOVE CTL-AUTH-MATCH-AMT
                                TO WS-AUTH-MATCH-AMT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
           MOVE 'N' TO WS-OVERLIMIT-FEE-FLAG
           MOVE 'N' TO WS-FOREIGN-FEE-FLAG
           MOVE 'N' TO WS-CASHADV-FEE-FLAG
           MOVE 'N' TO WS-BALXFER-FEE-FLAG
           MOVE 'N' TO WS-RECOVERY-FLAG
           MOVE 1 TO SQL-TRAN-FX-RATE

      *    WRITE-OFF ROWS AND PAYMENTS (WHICH POST AS RECOVERY       *
      *    INCOME); A CREDIT-BALANCE REFUND OFFSET POSTS ON ANY      *
      *    STATUS - THE CUSTOMER'S MONEY GOES BACK EVEN WHEN THE     *
      *    ACCOUNT IS CLOSED OR SUSPENDED - AND SO DOES AN ANNUAL    *
      *    FEE REFUND, WHICH IS ONLY EVER WRITTEN FOR AN ACCOUNT     *
      *    CLOSED INSIDE THE REFUND WINDOW. A STALE-DATED REFUND     *
      *    CHECK VOID AND AN UNCLAIMED-PROPERTY REMITTANCE FOLLOW    *
      *    THE REFUND THEY UNWIND - THE ACCOUNT IS USUALLY CLOSED BY *
      *    THEN. EVERYTHING ELSE ON A NON-ACTIVE ACCOUNT REJECTS.    *
      *    A SANCTIONS-BLOCKED ACCOUNT ('B') IS FROZEN OUTRIGHT -    *
      *    NOTHING POSTS, NOT EVEN A REFUND OFFSET, UNTIL COMPLIANCE *
      *    LIFTS THE BLOCK                                           *
           IF SQLCODE = ZERO
               EVALUATE TRUE
                   WHEN SQL-ACCOUNT-STATUS = 'A'
                       CONTINUE
                   WHEN SQL-ACCOUNT-STATUS = 'B'
                       DISPLAY 'ERROR: Account ' TRAN-ACCOUNT-NUMBER
                               ' is sanctions blocked'
                       MOVE 100 TO SQLCODE
                       MOVE '0013' TO WS-REJECT-CODE
                       MOVE 'ACCOUNT SANCTIONS BLOCKED'
                            TO WS-REJECT-DESC
                   WHEN TRAN-CREDIT-REFUND
                       CONTINUE
                   WHEN TRAN-ANNUAL-FEE-REFUND
                       CONTINUE
                   WHEN TRAN-CHECK-VOID
                       CONTINUE
                   WHEN TRAN-ESCHEAT
                       CONTINUE
                   WHEN SQL-ACCOUNT-STATUS = 'Z'
                    AND (TRAN-CHARGE-OFF OR TRAN-PAYMENT)
                       CONTINUE
               PERFORM 2435-MEMO-MATCH-AUTHORIZATION
           END-IF

           IF SQLCODE = ZERO AND WS-MEMO-POST-RUN
                            AND TRAN-CARD-NUMBER NOT = SPACES
                            AND SQL-CARD-MONTHLY-LIMIT > ZERO
                            AND (TRAN-PURCHASE OR TRAN-CASH-ADVANCE)
               PERFORM 2128-NOTE-MEMO-CARD-SPEND
           END-IF

           IF SQLCODE = ZERO
               SET WS-ACCOUNT-POSTED TO TRUE
               PERFORM 2250-ACCUMULATE-TYPE-TOTALS
               PERFORM 2060-COMMIT-UNIT-OF-WORK
           END-IF

           MOVE ZERO TO WS-CARD-MEMO-ENTRIES
           PERFORM 2100-VALIDATE-TRANSACTION

           MOVE TRAN-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE SQL-PURCHASE-BALANCE TO WS-NEW-PURCHASE-BAL
               MOVE SQL-CASHADV-BALANCE TO WS-NEW-CASHADV-BAL
               MOVE SQL-FEE-BALANCE TO WS-NEW-FEE-BAL
               MOVE SQL-BALXFER-BALANCE TO WS-NEW-BALXFER-BAL
           END-IF.

      *----------------------------------------------------------------*
                      ACCOUNT_STATUS,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               INTO  :SQL-ACCOUNT-NUMBER,
                     :SQL-CUSTOMER-NAME,
                     :SQL-CURRENT-BALANCE,
                     :SQL-ACCOUNT-STATUS,
                     :SQL-PURCHASE-BALANCE,
                     :SQL-CASHADV-BALANCE,
                     :SQL-FEE-BALANCE,
                     :SQL-BALXFER-BALANCE
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC
      * TRAN-CARD-NUMBER IS OPTIONAL, SO ACCOUNT-LEVEL POSTINGS SUCH   *
      * AS PAYMENTS AND FINANCE CHARGES CAN STILL POST WITHOUT ONE.    *
      * WHEN PRESENT, THE CARD MUST EXIST, BE ACTIVE, AND BE LINKED TO *
      * THE ACCOUNT NUMBER ON THE TRANSACTION, AND THE TRANSACTION     *
      * MUST PASS THE CARD'S OWN SPENDING CONTROLS.                    *
      *----------------------------------------------------------------*
       2110-VALIDATE-CARD.
           IF TRAN-CARD-NUMBER NOT = SPACES
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
                   MOVE 100 TO SQLCODE
                   MOVE '0009' TO WS-REJECT-CODE
                   MOVE 'CARD EXPIRED' TO WS-REJECT-DESC
               ELSE
                   PERFORM 2120-CHECK-CARD-CONTROLS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PER-CARD SPENDING CONTROLS - WHAT THE PRIMARY CARDHOLDER HAS   *
      * CAPPED ON THIS PLASTIC FROM THE CCRM SCREEN. THEY GOVERN WHAT  *
      * THE CARD SPENDS - PURCHASES AND CASH ADVANCES - SO REFUNDS,    *
      * PAYMENTS AND EVERY ACCOUNT-LEVEL POSTING PASS THROUGH. EACH    *
      * CONTROL REJECTS WITH ITS OWN REASON CODE, CHECKED IN THE SAME  *
      * ORDER CCARDAUT DECLINES IN:                                    *
      *   0015 CASH ADVANCE ON A CASH-BLOCKED CARD                     *
      *   0016 FOREIGN TRANSACTION ON A FOREIGN-BLOCKED CARD           *
      *   0017 MERCHANT CATEGORY ON THE CARD'S BLOCK LIST              *
      *   0014 CARD'S MONTHLY SPEND LIMIT EXCEEDED                     *
      *----------------------------------------------------------------*
       2120-CHECK-CARD-CONTROLS.
           IF TRAN-PURCHASE OR TRAN-CASH-ADVANCE
               EVALUATE TRUE
                   WHEN TRAN-CASH-ADVANCE AND SQL-CARD-CASH-BLOCKED
                       DISPLAY 'ERROR: Card ' TRAN-CARD-NUMBER
                               ' blocked for cash advances'
                       MOVE 100 TO SQLCODE
                       MOVE '0015' TO WS-REJECT-CODE
                       MOVE 'CARD CASH ADVANCE BLOCKED'
                            TO WS-REJECT-DESC
                   WHEN TRAN-IS-FOREIGN AND SQL-CARD-FOREIGN-BLOCKED
                       DISPLAY 'ERROR: Card ' TRAN-CARD-NUMBER
                               ' blocked for foreign transactions'
                       MOVE 100 TO SQLCODE
                       MOVE '0016' TO WS-REJECT-CODE
                       MOVE 'CARD FOREIGN TRANSACTIONS BLOCKED'
                            TO WS-REJECT-DESC
                   WHEN OTHER
                       PERFORM 2122-CHECK-MCC-BLOCK
                       IF SQLCODE = ZERO
                           PERFORM 2124-CHECK-CARD-LIMIT
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * MERCHANT CATEGORY BLOCK - THE MERCHANT'S CATEGORY CODE FROM    *
      * MERCHANT_MASTER AGAINST THE CARD'S BLOCK LIST. A MERCHANT NOT  *
      * ON THE MASTER, OR ONE WITH NO CATEGORY, HAS NOTHING TO BLOCK   *
      * ON - 2140 REJECTS AN UNKNOWN PURCHASE MERCHANT ON ITS OWN, AND *
      * A CASH ADVANCE'S SOURCE TAG IS NOT A MERCHANT AT ALL.          *
      *----------------------------------------------------------------*
       2122-CHECK-MCC-BLOCK.
           IF SQL-CARD-MCC-BLOCK-LIST NOT = SPACES
               MOVE TRAN-MERCHANT-ID TO SQL-MERCH-ID
               MOVE SPACES TO SQL-MERCH-MCC

               EXEC SQL
                   SELECT COALESCE(MERCHANT_CATEGORY_CODE, ' ')
                   INTO  :SQL-MERCH-MCC
                   FROM MERCHANT_MASTER
                   WHERE MERCHANT_ID = :SQL-MERCH-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO SQLCODE
               ELSE
                   SET SQL-CARD-MCC-IDX TO 1
                   SEARCH SQL-CARD-MCC-BLOCK
                       WHEN SQL-MERCH-MCC NOT = SPACES
                        AND SQL-CARD-MCC-BLOCK(SQL-CARD-MCC-IDX)
                            = SQL-MERCH-MCC
                           DISPLAY 'ERROR: Card ' TRAN-CARD-NUMBER
                                   ' blocked for merchant category '
                                   SQL-MERCH-MCC
                           MOVE 100 TO SQLCODE
                           MOVE '0017' TO WS-REJECT-CODE
                           MOVE 'CARD MERCHANT CATEGORY BLOCKED'
                                TO WS-REJECT-DESC
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MONTHLY SPEND LIMIT - MONTH-TO-DATE SPEND PLUS THIS ITEM MAY   *
      * NOT RUN PAST THE CARD'S LIMIT (ZERO MEANS NO CARD LIMIT). THE  *
      * ITEM COUNTS AT ITS USD VALUE: A FOREIGN PURCHASE IS CONVERTED  *
      * AT THE RATE 2180 WILL POST IT AT, BEFORE THE CONVERSION FEE -  *
      * FEES ARE NOT SPEND. A MISSING OR STALE RATE REJECTS HERE WITH  *
      * THE 2185 REASON, AS IT WOULD HAVE AT POSTING.                  *
      *----------------------------------------------------------------*
       2124-CHECK-CARD-LIMIT.
           IF SQL-CARD-MONTHLY-LIMIT > ZERO
               MOVE TRAN-AMOUNT TO WS-CARD-SPEND-AMOUNT
               IF TRAN-PURCHASE AND TRAN-IS-FOREIGN
                   PERFORM 2185-LOOKUP-CURRENCY-RATE
                   IF SQLCODE = ZERO
                       COMPUTE WS-CARD-SPEND-AMOUNT ROUNDED =
                               TRAN-AMOUNT * WS-CURRENCY-RATE
                   END-IF
               END-IF

               IF SQLCODE = ZERO
                   PERFORM 2126-SUM-CARD-MONTH-SPEND
                   IF SQL-CARD-MTD-SPEND + WS-CARD-SPEND-AMOUNT
                      > SQL-CARD-MONTHLY-LIMIT
                       DISPLAY 'ERROR: Card ' TRAN-CARD-NUMBER
                               ' monthly limit ' SQL-CARD-MONTHLY-LIMIT
                               ' spent ' SQL-CARD-MTD-SPEND
                       MOVE 100 TO SQLCODE
                       MOVE '0014' TO WS-REJECT-CODE
                       MOVE 'CARD MONTHLY SPEND LIMIT EXCEEDED'
                            TO WS-REJECT-DESC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE CARD'S SPEND THIS CALENDAR MONTH - THE MONTH THIS RUN      *
      * STAMPS ON ITS OWN TRANSACTION_LOG ROWS. A FAILED SUM COUNTS    *
      * AS ZERO RATHER THAN REJECTING THE CARDHOLDER FOR A TRANSIENT   *
      * DB2 ERROR, THE SAME AS CCARDAUT'S OUTSTANDING-AUTH SUM.        *
      *----------------------------------------------------------------*
       2126-SUM-CARD-MONTH-SPEND.
           MOVE ZERO TO SQL-CARD-MTD-SPEND

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
               PERFORM 9100-HANDLE-DB2-ERROR
               MOVE ZERO TO SQL-CARD-MTD-SPEND
               MOVE ZERO TO SQLCODE
           END-IF

           IF WS-MEMO-POST-RUN
               SET WS-CARD-MEMO-IDX TO 1
               SEARCH WS-CARD-MEMO-ENTRY
                   WHEN WS-CARD-MEMO-IDX > WS-CARD-MEMO-ENTRIES
                       CONTINUE
                   WHEN WS-CARD-MEMO-CARD(WS-CARD-MEMO-IDX)
                        = SQL-CARD-NUMBER
                       ADD WS-CARD-MEMO-SPEND(WS-CARD-MEMO-IDX)
                           TO SQL-CARD-MTD-SPEND
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------*
      * MEMO RUN ONLY - REMEMBER WHAT WAS JUST MEMOED ON A LIMITED     *
      * CARD SO THE NEXT ITEM ON IT IN THE GROUP COUNTS IT. AN ACCOUNT *
      * WITH MORE LIMITED CARDS THAN THE TABLE HOLDS LEAVES THE REST   *
      * TO THE NIGHT'S SETTLEMENT, WHICH SEES EVERY POSTED ROW.        *
      *----------------------------------------------------------------*
       2128-NOTE-MEMO-CARD-SPEND.
           SET WS-CARD-MEMO-IDX TO 1
           SEARCH WS-CARD-MEMO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CARD-MEMO-IDX > WS-CARD-MEMO-ENTRIES
                   ADD 1 TO WS-CARD-MEMO-ENTRIES
                   MOVE TRAN-CARD-NUMBER
                        TO WS-CARD-MEMO-CARD(WS-CARD-MEMO-IDX)
                   MOVE WS-LOG-AMOUNT
                        TO WS-CARD-MEMO-SPEND(WS-CARD-MEMO-IDX)
               WHEN WS-CARD-MEMO-CARD(WS-CARD-MEMO-IDX)
                    = TRAN-CARD-NUMBER
                   ADD WS-LOG-AMOUNT
                       TO WS-CARD-MEMO-SPEND(WS-CARD-MEMO-IDX)
           END-SEARCH.

      *----------------------------------------------------------------*
      * VALIDATE THE MERCHANT ON A PURCHASE OR REFUND AGAINST THE      *
      * MERCHANT_MASTER - A FAT-FINGERED MERCHANT ID USED TO POST      *
           MOVE WS-NEW-PURCHASE-BAL TO WS-SAVE-PURCHASE-BAL
           MOVE WS-NEW-CASHADV-BAL TO WS-SAVE-CASHADV-BAL
           MOVE WS-NEW-FEE-BAL TO WS-SAVE-FEE-BAL
           MOVE WS-NEW-BALXFER-BAL TO WS-SAVE-BALXFER-BAL

           EVALUATE TRUE
               WHEN TRAN-PURCHASE
                       WHEN 'FEEBAL    '
                           SUBTRACT TRAN-AMOUNT
                               FROM WS-NEW-FEE-BAL
                       WHEN 'XFERBAL   '
                           SUBTRACT TRAN-AMOUNT
                               FROM WS-NEW-BALXFER-BAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD TRAN-AMOUNT TO WS-NEW-FEE-BAL
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

      *        ANNUAL MEMBERSHIP FEE (CCARDANF) - SAME TREATMENT AS  *
      *        THE LATE FEE, LOGGED UNDER ITS OWN TYPE               *
               WHEN TRAN-ANNUAL-FEE
                   ADD TRAN-AMOUNT TO WS-NEW-BALANCE
                   ADD TRAN-AMOUNT TO WS-NEW-FEE-BAL
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

      *        ANNUAL FEE REFUND (CCARDANF) - REVERSES THE FEE, SO   *
      *        THE FEE BUCKET IS RELIEVED FIRST. THERE IS NO ZERO    *
      *        FLOOR: ON A CLOSED ACCOUNT THAT ALREADY PAID THE FEE  *
      *        THE REFUND LEAVES A CREDIT BALANCE, WHICH CCARDCBR    *
      *        THEN RETURNS TO THE CARDHOLDER                        *
               WHEN TRAN-ANNUAL-FEE-REFUND
                   SUBTRACT TRAN-AMOUNT FROM WS-NEW-BALANCE
                   PERFORM 2240-APPLY-FEE-REVERSAL
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

               WHEN TRAN-CASH-ADVANCE
                   COMPUTE WS-CASHADV-FEE-AMOUNT ROUNDED =
                           TRAN-AMOUNT * WS-CASHADV-FEE-PCT
                       END-IF
                   END-IF

      *        BALANCE TRANSFER - POSTS LIKE A CASH ADVANCE, INTO   *
      *        ITS OWN BUCKET, WITH A ONE-TIME TRANSFER FEE ON THE  *
      *        FEE/INTEREST BUCKET AND THE SAME LIMIT CHECK         *
               WHEN TRAN-BALANCE-TRANSFER
                   COMPUTE WS-BALXFER-FEE-AMOUNT ROUNDED =
                           TRAN-AMOUNT * WS-BALXFER-FEE-PCT
                   ADD TRAN-AMOUNT TO WS-NEW-BALANCE
                   ADD TRAN-AMOUNT TO WS-NEW-BALXFER-BAL
                   ADD WS-BALXFER-FEE-AMOUNT TO WS-NEW-BALANCE
                   ADD WS-BALXFER-FEE-AMOUNT TO WS-NEW-FEE-BAL
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT
                   SET WS-BALXFER-FEE-APPLIED TO TRUE

                   COMPUTE WS-AVAILABLE-CREDIT =
                           SQL-CREDIT-LIMIT - WS-NEW-BALANCE

                   IF WS-AVAILABLE-CREDIT < ZERO
                       IF (ZERO - WS-AVAILABLE-CREDIT) NOT >
                          WS-OVERLIMIT-TOLERANCE
                           DISPLAY 'WARNING: Balance transfer exceeds '
                                   'limit - within tolerance, fee '
                                   'applied'
                           DISPLAY '  Account: ' TRAN-ACCOUNT-NUMBER
                           DISPLAY '  Amount: ' TRAN-AMOUNT
                           ADD WS-OVERLIMIT-FEE-AMT TO WS-NEW-BALANCE
                           ADD WS-OVERLIMIT-FEE-AMT TO WS-NEW-FEE-BAL
                           SET WS-OVERLIMIT-FEE-APPLIED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: Balance transfer exceeds '
                                   'credit limit'
                           DISPLAY '  Account: ' TRAN-ACCOUNT-NUMBER
                           DISPLAY '  Amount: ' TRAN-AMOUNT
                           MOVE 100 TO SQLCODE
                           MOVE '0003' TO WS-REJECT-CODE
                           MOVE 'OVER CREDIT LIMIT' TO WS-REJECT-DESC
                       END-IF
                   END-IF

               WHEN TRAN-REFUND
                   SUBTRACT TRAN-AMOUNT FROM WS-NEW-BALANCE
                   PERFORM 2230-APPLY-REFUND-TO-BUCKETS
                   ADD TRAN-AMOUNT TO WS-NEW-BALANCE
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

      *        STALE-DATED REFUND CHECK VOID (CCARDCKR) - THE       *
      *        UNCASHED REFUND COMES BACK AS A CREDIT. ANYTHING     *
      *        SPENT SINCE THE REFUND IS RELIEVED FIRST, THE REST   *
      *        STANDS AS A CREDIT BALANCE - NO ZERO FLOOR           *
               WHEN TRAN-CHECK-VOID
                   SUBTRACT TRAN-AMOUNT FROM WS-NEW-BALANCE
                   PERFORM 2230-APPLY-REFUND-TO-BUCKETS
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

      *        UNCLAIMED-PROPERTY REMITTANCE (CCARDESC) - THE DEBIT *
      *        THAT TAKES A DORMANT CREDIT BALANCE OFF THE ACCOUNT  *
      *        ONCE IT IS TURNED OVER TO THE STATE. LIKE THE        *
      *        CREDIT-BALANCE REFUND OFFSET, IT TOUCHES ONLY THE    *
      *        TOTAL.                                               *
               WHEN TRAN-ESCHEAT
                   ADD TRAN-AMOUNT TO WS-NEW-BALANCE
                   MOVE TRAN-AMOUNT TO WS-LOG-AMOUNT

      *        REWARDS REDEMPTION (CCARDRWD) POSTS AS A STATEMENT   *
      *        CREDIT - IT RELIEVES THE BALANCE LIKE A REFUND BUT   *
      *        IS LOGGED UNDER ITS OWN TYPE SO CCARDGLJ CAN BOOK    *
               MOVE WS-SAVE-PURCHASE-BAL TO WS-NEW-PURCHASE-BAL
               MOVE WS-SAVE-CASHADV-BAL TO WS-NEW-CASHADV-BAL
               MOVE WS-SAVE-FEE-BAL TO WS-NEW-FEE-BAL
               MOVE WS-SAVE-BALXFER-BAL TO WS-NEW-BALXFER-BAL
           END-IF.

      *----------------------------------------------------------------*
       
      *----------------------------------------------------------------*
      * APPLY A PAYMENT ACROSS THE BALANCE BUCKETS, HIGHEST RATE      *
      * FIRST: CASH ADVANCE, THEN PURCHASE, THEN FEE/INTEREST, THEN   *
      * THE PROMOTIONAL BALANCE TRANSFER BUCKET. ANY                  *
      * EXCESS BEYOND THE BUCKETS IS ABSORBED BY THE SAME ZERO FLOOR  *
      * THE TOTAL BALANCE ALREADY HAS.                                *
      *----------------------------------------------------------------*
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-FEE-BAL
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-BALXFER-BAL > ZERO
               IF WS-NEW-BALXFER-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-BALXFER-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-BALXFER-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-BALXFER-BAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY A MERCHANT REFUND ACROSS THE BUCKETS - A REFUND BACKS   *
      * OUT A PURCHASE, SO THE PURCHASE BUCKET IS RELIEVED FIRST,     *
      * THEN CASH ADVANCE, THEN FEE/INTEREST, THEN BALANCE TRANSFER.  *
      *----------------------------------------------------------------*
       2230-APPLY-REFUND-TO-BUCKETS.
           MOVE TRAN-AMOUNT TO WS-CREDIT-REMAINING
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-FEE-BAL
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-BALXFER-BAL > ZERO
               IF WS-NEW-BALXFER-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-BALXFER-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-BALXFER-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-BALXFER-BAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY A FEE REVERSAL ACROSS THE BUCKETS - IT BACKS OUT A FEE,  *
      * SO THE FEE/INTEREST BUCKET IS RELIEVED FIRST, THEN PURCHASE,   *
      * CASH ADVANCE AND BALANCE TRANSFER (THE FEE MAY ALREADY HAVE    *
      * BEEN PAID DOWN OUT OF THE FEE BUCKET BY A PAYMENT).            *
      *----------------------------------------------------------------*
       2240-APPLY-FEE-REVERSAL.
           MOVE TRAN-AMOUNT TO WS-CREDIT-REMAINING

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-FEE-BAL > ZERO
               IF WS-NEW-FEE-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-FEE-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-FEE-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-FEE-BAL
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-PURCHASE-BAL > ZERO
               IF WS-NEW-PURCHASE-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-PURCHASE-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-PURCHASE-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-PURCHASE-BAL
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-CASHADV-BAL > ZERO
               IF WS-NEW-CASHADV-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-CASHADV-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-CASHADV-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-CASHADV-BAL
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND WS-NEW-BALXFER-BAL > ZERO
               IF WS-NEW-BALXFER-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-NEW-BALXFER-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-NEW-BALXFER-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-NEW-BALXFER-BAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
           MOVE WS-NEW-PURCHASE-BAL TO SQL-PURCHASE-BALANCE
           MOVE WS-NEW-CASHADV-BAL TO SQL-CASHADV-BALANCE
           MOVE WS-NEW-FEE-BAL TO SQL-FEE-BALANCE
           MOVE WS-NEW-BALXFER-BAL TO SQL-BALXFER-BALANCE
           MOVE FUNCTION CURRENT-DATE(1:10)
                TO SQL-LAST-PAYMENT-DATE

                   PURCHASE_BALANCE = :SQL-PURCHASE-BALANCE,
                   CASHADV_BALANCE = :SQL-CASHADV-BALANCE,
                   FEE_BALANCE = :SQL-FEE-BALANCE,
                   BALXFER_BALANCE = :SQL-BALXFER-BALANCE,
                   LAST_PAYMENT_DATE = CURRENT DATE,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           MOVE WS-NEW-BALANCE TO SQL-BALANCE-AFTER
           MOVE WS-BATCH-ID TO SQL-PROCESSED-BY

      *    THE APPROVAL IS FOUND BEFORE THE INSERT SO THE LOG ROW    *
      *    CARRIES ITS AUTH ID AND VARIANCE; IT IS ONLY STAMPED      *
      *    MATCHED (2430) ONCE THE LOG ROW IS SAFELY IN              *
           MOVE ZERO TO SQL-AUTH-ID
           MOVE ZERO TO SQL-AUTH-VARIANCE
           IF TRAN-PURCHASE
               MOVE 'MEMOPOST' TO SQL-AUTH-MATCH-STATUS
               PERFORM 2428-FIND-AUTHORIZATION
           END-IF
           MOVE SQL-AUTH-ID TO SQL-TRAN-AUTH-ID
           MOVE SQL-AUTH-VARIANCE TO SQL-TRAN-AUTH-VARIANCE

           EXEC SQL
               INSERT INTO TRANSACTION_LOG
                   (ACCOUNT_NUMBER,
                    TRANSACTION_DATE,
                    BALANCE_AFTER,
                    PROCESSED_BY,
                    FX_RATE,
                    AUTH_ID,
                    AUTH_VARIANCE)
               VALUES
                   (:SQL-TRAN-ACCOUNT,
                    :SQL-TRAN-CARD-NUMBER,
                    CURRENT TIMESTAMP,
                    :SQL-BALANCE-AFTER,
                    :SQL-PROCESSED-BY,
                    :SQL-TRAN-FX-RATE,
                    :SQL-TRAN-AUTH-ID,
                    :SQL-TRAN-AUTH-VARIANCE)
           END-EXEC

           IF SQLCODE = 0
               IF WS-CASHADV-FEE-APPLIED
                   PERFORM 2470-LOG-CASHADV-FEE
               END-IF

               IF WS-BALXFER-FEE-APPLIED
                   PERFORM 2480-LOG-BALXFER-FEE
               END-IF
           ELSE
      *        THE FAILED INSERT LEFT NO ROW, SO THE TRANSACTION     *
      *        REJECTS AND THE GROUP'S RUNNING BALANCES GO BACK TO   *
               MOVE WS-SAVE-PURCHASE-BAL TO WS-NEW-PURCHASE-BAL
               MOVE WS-SAVE-CASHADV-BAL TO WS-NEW-CASHADV-BAL
               MOVE WS-SAVE-FEE-BAL TO WS-NEW-FEE-BAL
               MOVE WS-SAVE-BALXFER-BAL TO WS-NEW-BALXFER-BAL
               MOVE 100 TO SQLCODE
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE OUTSTANDING ONLINE APPROVAL (CCARDAUT) THIS PURCHASE *
      * SETTLES - STATUS APPROVED OR SQL-AUTH-MATCH-STATUS (THE       *
      * CALLER PASSES 'MEMOPOST' FROM SETTLEMENT, 'APPROVED' FROM A   *
      * MEMO RUN). THE OLDEST EXACT-AMOUNT APPROVAL WINS; FAILING     *
      * THAT, THE CLOSEST ONE WITHIN TOLERANCE. NO MATCH LEAVES       *
      * SQL-AUTH-ID ZERO. BEST-EFFORT: A LOOKUP ERROR IS TREATED AS   *
      * NO MATCH SO THE PURCHASE STILL POSTS.                         *
      *----------------------------------------------------------------*
       2428-FIND-AUTHORIZATION.
           MOVE ZERO TO SQL-AUTH-ID
           MOVE ZERO TO SQL-AUTH-VARIANCE

           EXEC SQL
               SELECT COALESCE(MIN(AUTH_ID), 0)
               WHERE  CARD_NUMBER = :SQL-TRAN-CARD-NUMBER
                 AND  ACCOUNT_NUMBER = :SQL-TRAN-ACCOUNT
                 AND  AMOUNT = :SQL-TRAN-AMOUNT
                 AND  AUTH_STATUS IN ('APPROVED',
                                      :SQL-AUTH-MATCH-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0 OR SQL-AUTH-ID = ZERO
               MOVE ZERO TO SQL-AUTH-ID

               EXEC SQL
                   SELECT AUTH_ID,
                          AMOUNT
                   INTO   :SQL-AUTH-ID,
                          :SQL-AUTH-AMOUNT
                   FROM   AUTHORIZATION_LOG
                   WHERE  CARD_NUMBER = :SQL-TRAN-CARD-NUMBER
                     AND  ACCOUNT_NUMBER = :SQL-TRAN-ACCOUNT
                     AND  AUTH_STATUS IN ('APPROVED',
                                          :SQL-AUTH-MATCH-STATUS)
                     AND  (AMOUNT >= :SQL-TRAN-AMOUNT
                       OR  :SQL-TRAN-AMOUNT - AMOUNT
                               <= :WS-AUTH-MATCH-AMT
                       OR  :SQL-TRAN-AMOUNT - AMOUNT
                               <= AMOUNT * :WS-AUTH-MATCH-PCT)
                   ORDER BY ABS(AMOUNT - :SQL-TRAN-AMOUNT),
                            AUTH_ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE SQL-AUTH-VARIANCE =
                           SQL-TRAN-AMOUNT - SQL-AUTH-AMOUNT
               ELSE
                   MOVE ZERO TO SQL-AUTH-ID
               END-IF
           END-IF

           MOVE ZERO TO SQLCODE.

      *----------------------------------------------------------------*
      * STAMP THE APPROVAL 2428 FOUND AS MATCHED, WITH THE SETTLED    *
      * AMOUNT AND ITS VARIANCE. BEST-EFFORT: A PURCHASE WITH NO      *
      * PRIOR AUTHORIZATION ON FILE POSTS NORMALLY. AN APPROVAL AN    *
      * INTRADAY MEMO RUN ALREADY STAMPED 'MEMOPOST' IS FINALIZED     *
      * HERE THE SAME WAY.                                            *
      *----------------------------------------------------------------*
       2430-MATCH-AUTHORIZATION.
           IF SQL-AUTH-ID > ZERO
               EXEC SQL
                   UPDATE AUTHORIZATION_LOG
                   SET AUTH_STATUS = 'MATCHED ',
                       MATCHED_BY = :SQL-PROCESSED-BY,
                       MATCHED_AMOUNT = :SQL-TRAN-AMOUNT,
                       MATCH_VARIANCE = :SQL-AUTH-VARIANCE
                   WHERE AUTH_ID = :SQL-AUTH-ID
               END-EXEC

      * OFF 'APPROVED' (TO 'MEMOPOST') SO CCARDAUT DOES NOT COUNT     *
      * THE SAME DOLLARS IN BOTH ITS OUTSTANDING-AUTH SUM AND THE     *
      * MEMO_POSITION BALANCE. THE NIGHTLY SETTLEMENT MATCH IN 2430   *
      * FINALIZES 'MEMOPOST' ROWS TO 'MATCHED ' AS USUAL. THE SAME    *
      * EXACT-THEN-TOLERANCE RULES (2428) PICK THE APPROVAL.          *
      *----------------------------------------------------------------*
       2435-MEMO-MATCH-AUTHORIZATION.
           MOVE TRAN-ACCOUNT-NUMBER TO SQL-TRAN-ACCOUNT
           MOVE TRAN-CARD-NUMBER TO SQL-TRAN-CARD-NUMBER
           MOVE WS-LOG-AMOUNT TO SQL-TRAN-AMOUNT
           MOVE 'APPROVED' TO SQL-AUTH-MATCH-STATUS
           PERFORM 2428-FIND-AUTHORIZATION

           IF SQL-AUTH-ID > ZERO
               EXEC SQL
                   UPDATE AUTHORIZATION_LOG
                   SET AUTH_STATUS = 'MEMOPOST'

           MOVE ZERO TO SQLCODE.

      *----------------------------------------------------------------*
      * LOG THE BALANCE TRANSFER FEE AS ITS OWN TRANSACTION_LOG ENTRY *
      * SO IT IS VISIBLE IN ACCOUNT HISTORY SEPARATELY FROM THE       *
      * TRANSFER                                                      *
      *----------------------------------------------------------------*
       2480-LOG-BALXFER-FEE.
           MOVE TRAN-ACCOUNT-NUMBER TO SQL-TRAN-ACCOUNT
           MOVE TRAN-CARD-NUMBER TO SQL-TRAN-CARD-NUMBER
           MOVE 'XFERFEE' TO SQL-TRAN-TYPE
           MOVE WS-BALXFER-FEE-AMOUNT TO SQL-TRAN-AMOUNT
           MOVE TRAN-MERCHANT-ID TO SQL-TRAN-MERCHANT
           MOVE TRAN-DATE TO SQL-TRAN-ORIG-DATE
           MOVE WS-NEW-BALANCE TO SQL-BALANCE-AFTER
           MOVE WS-BATCH-ID TO SQL-PROCESSED-BY

           EXEC SQL
               INSERT INTO TRANSACTION_LOG
                   (ACCOUNT_NUMBER,
                    CARD_NUMBER,
                    TRANSACTION_TYPE,
                    AMOUNT,
                    MERCHANT_ID,
                    ORIGINAL_TRAN_DATE,
                    TRANSACTION_DATE,
                    BALANCE_AFTER,
                    PROCESSED_BY)
               VALUES
                   (:SQL-TRAN-ACCOUNT,
                    :SQL-TRAN-CARD-NUMBER,
                    :SQL-TRAN-TYPE,
                    :SQL-TRAN-AMOUNT,
                    :SQL-TRAN-MERCHANT,
                    :SQL-TRAN-ORIG-DATE,
                    CURRENT TIMESTAMP,
                    :SQL-BALANCE-AFTER,
                    :SQL-PROCESSED-BY)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Balance transfer fee log insert '
                       'failed'
               PERFORM 9100-HANDLE-DB2-ERROR
           END-IF

           MOVE ZERO TO SQLCODE.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
