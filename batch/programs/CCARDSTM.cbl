      *          - PURCHASES / PAYMENTS FOR THE CYCLE                  *
      *          - CLOSING BALANCE                                     *
      *          - MINIMUM PAYMENT DUE AND PAYMENT DUE DATE            *
      *          - BALANCE-TRANSFER BALANCE WITH ITS PROMOTIONAL RATE  *
      *            AND EXPIRY DATE FROM PROMO_OFFER                    *
      *          EACH ACCOUNT STARTS ON A NEW PAGE SO STATEMENTS CAN   *
      *          BE BURST AND MAILED SEPARATELY.                       *
      *                                                                *
      *          BACK AFTER THE DUE DATE AND CHECK WHETHER THE         *
      *          MINIMUM WAS ACTUALLY PAID.                            *
      *                                                                *
      *          THE NAME AND MAILING ADDRESS ARE THE CUSTOMER'S OF    *
      *          RECORD (CUSTOMER TABLE); AN ACCOUNT NOT LINKED TO A   *
      *          CUSTOMER FALLS BACK TO THE COPY ON CREDIT_ACCOUNT.    *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (CYCLE BATCH ID / PROCESS DATE /     *
      *          GRACE DAYS)                                           *
      * OUTPUT:  CARDHOLDER STATEMENT REPORT                           *
      *          MACHINE-READABLE STATEMENT EXTRACT (STMXREC LAYOUT):  *
      *          PAPER-PREFERENCE ACCOUNTS TO THE PRINT VENDOR FILE,   *
      *          ELECTRONIC-PREFERENCE ACCOUNTS TO THE PORTAL FEED     *
      *          (NO PAPER IS SENT WHILE THE ACCOUNT'S ADDRESS IS      *
      *          FLAGGED UNDELIVERABLE BY CCARDRML)                    *
      * DATABASE: DB2 CREDIT_ACCOUNT, CUSTOMER, TRANSACTION_LOG,       *
      *           STATEMENT_HISTORY, PROMO_OFFER TABLES                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  SQL-ZIP                  PIC X(10).
           05  SQL-DELIVERY-PREF        PIC X(1).
               88  SQL-DELIVER-ELECTRONIC       VALUE 'E'.
           05  SQL-BAD-ADDRESS-FLAG     PIC X(1).
               88  SQL-ADDRESS-UNDELIVERABLE    VALUE 'Y'.
           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.

       01  SQL-TRAN-DETAIL.
           05  SQL-DTL-MERCHANT         PIC X(10).
           05  SQL-CYCLE-RWDCRDT        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-CHGOFF         PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-CRBALRFD       PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-BALXFER        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-XFERFEE        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-ANNLFEE        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-ANNLRFND       PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-CHKVOID        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-ESCHEAT        PIC S9(8)V99 COMP-3.
           05  SQL-CYCLE-FRAUDCR        PIC S9(8)V99 COMP-3.

      *----------------------------------------------------------------*
      * REWARDS STANDING (CCARDRWD MAINTAINS BOTH) - THE ACCOUNT'S    *
      *----------------------------------------------------------------*
       01  SQL-STMH-PRIOR-COUNT         PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * BALANCE-TRANSFER PROMOTION STILL IN FORCE ON THE STATEMENT    *
      * DATE (PROMO_OFFER, READ THE SAME WAY CCARDFIN ACCRUES IT)     *
      *----------------------------------------------------------------*
       01  SQL-PROMO-DATA.
           05  SQL-PROMO-RATE           PIC SV9999 COMP-3.
           05  SQL-PROMO-EXPIRY-DATE    PIC X(10).

      *----------------------------------------------------------------*
      * STATEMENT_HISTORY HOST VARIABLES (SHARED WITH CCARDLTF AND     *
      * CCARDAGE) - ONE ROW RECORDED PER STATEMENT SO THE LATE-FEE    *
               88  END-OF-CYCLE-TRANS           VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.
           05  WS-PROMO-FLAG            PIC X VALUE 'N'.
               88  WS-PROMO-IN-FORCE            VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
           05  WS-STATEMENT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PAPER-EXTRACTS        PIC 9(7) VALUE ZERO.
           05  WS-PORTAL-EXTRACTS       PIC 9(7) VALUE ZERO.
           05  WS-PAPER-SUPPRESSED      PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-IMAGE         PIC X(170).
           05  WS-HISTORY-ROWS          PIC 9(7) VALUE ZERO.
           05  STMT-DUE-DATE            PIC X(10).
           05  FILLER                   PIC X(74) VALUE SPACES.

       01  STMT-PROMO-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE
               'Bal Xfer Promo Rate:'.
           05  STMT-PROMO-RATE          PIC Z9.99.
           05  FILLER                   PIC X(12) VALUE
               '%  EXPIRES '.
           05  STMT-PROMO-EXPIRY        PIC X(10).
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  STMT-POINTS-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  STMT-POINTS-LABEL        PIC X(24).
      *    THE CURSOR AFTER THE FIRST STATEMENT                      *
           EXEC SQL
               DECLARE STMT-CURSOR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_NUMBER,
                      COALESCE(C.CUSTOMER_NAME, A.CUSTOMER_NAME),
                      A.CURRENT_BALANCE,
                      A.CREDIT_LIMIT,
                      A.ACCOUNT_STATUS,
                      COALESCE(C.ADDR_LINE_1, A.ADDR_LINE_1),
                      COALESCE(C.ADDR_LINE_2, A.ADDR_LINE_2),
                      COALESCE(C.CITY, A.CITY),
                      COALESCE(C.STATE, A.STATE),
                      COALESCE(C.ZIP_CODE, A.ZIP_CODE),
                      A.DELIVERY_PREF,
                      A.BAD_ADDRESS_FLAG,
                      A.PURCHASE_BALANCE,
                      A.CASHADV_BALANCE,
                      A.FEE_BALANCE,
                      A.BALXFER_BALANCE
               FROM CREDIT_ACCOUNT A
                    LEFT OUTER JOIN CUSTOMER C
                      ON C.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE (:WS-CYCLE-GROUP = ' '
                      OR A.CYCLE_GROUP = :WS-CYCLE-GROUP)
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
                    :SQL-STATE,
                    :SQL-ZIP,
                    :SQL-DELIVERY-PREF,
                    :SQL-BAD-ADDRESS-FLAG,
                    :SQL-PURCHASE-BALANCE,
                    :SQL-CASHADV-BALANCE,
                    :SQL-FEE-BALANCE,
                    :SQL-BALXFER-BALANCE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           MOVE ZERO TO SQL-CYCLE-RWDCRDT
           MOVE ZERO TO SQL-CYCLE-CHGOFF
           MOVE ZERO TO SQL-CYCLE-CRBALRFD
           MOVE ZERO TO SQL-CYCLE-BALXFER
           MOVE ZERO TO SQL-CYCLE-XFERFEE
           MOVE ZERO TO SQL-CYCLE-ANNLFEE
           MOVE ZERO TO SQL-CYCLE-ANNLRFND
           MOVE ZERO TO SQL-CYCLE-CHKVOID
           MOVE ZERO TO SQL-CYCLE-ESCHEAT
           MOVE ZERO TO SQL-CYCLE-FRAUDCR

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                 AND  TRANSACTION_TYPE = 'CRBALRFD'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-BALXFER
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'BALXFER'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-XFERFEE
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'XFERFEE'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-ANNLFEE
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'ANNLFEE'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-ANNLRFND
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'ANNLRFND'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-CHKVOID
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'CHKVOID'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-ESCHEAT
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'ESCHEAT'
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CYCLE-FRAUDCR
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  PROCESSED_BY = :WS-CYCLE-ID
                 AND  TRANSACTION_TYPE = 'FRAUDCR'
           END-EXEC

           PERFORM 2150-GET-REWARDS-STANDING
           PERFORM 2160-GET-PROMO-OFFER.

      *----------------------------------------------------------------*
      * REWARDS STANDING FOR THE STATEMENT'S REWARDS SECTION - THE    *
               MOVE ZERO TO SQL-POINTS-CYCLE
           END-IF.

      *----------------------------------------------------------------*
      * BALANCE-TRANSFER PROMOTION FOR THE STATEMENT - THE LATEST     *
      * PROMO_OFFER ROW NOT YET EXPIRED ON THE STATEMENT DATE. NONE   *
      * ON FILE MEANS THE BUCKET ACCRUES AT THE PURCHASE RATE.        *
      *----------------------------------------------------------------*
       2160-GET-PROMO-OFFER.
           MOVE 'N' TO WS-PROMO-FLAG
           MOVE ZERO TO SQL-PROMO-RATE
           MOVE SPACES TO SQL-PROMO-EXPIRY-DATE

           EXEC SQL
               SELECT PROMO_RATE,
                      EXPIRY_DATE
               INTO   :SQL-PROMO-RATE,
                      :SQL-PROMO-EXPIRY-DATE
               FROM   PROMO_OFFER
               WHERE  ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
                 AND  START_DATE <= :WS-RUN-DATE
                 AND  EXPIRY_DATE >= :WS-RUN-DATE
               ORDER BY START_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PROMO-FLAG
           ELSE
               MOVE ZERO TO SQL-PROMO-RATE
               MOVE SPACES TO SQL-PROMO-EXPIRY-DATE
           END-IF.

      *----------------------------------------------------------------*
      * OPENING + DEBITS - CREDITS = CLOSING (CLOSING IS THE CURRENT   *
      * BALANCE). PURCHASES, FINANCE CHARGES, CASH ADVANCES, EVERY     *
      * FEE TYPE, BALANCE TRANSFERS, DISPUTE-CREDIT REVERSALS AND     *
      * RETURNED PAYMENTS                                             *
      * INCREASE THE BALANCE LIKE A PURCHASE, AS DO CREDIT-BALANCE    *
      * REFUNDS AND UNCLAIMED-PROPERTY REMITTANCES; PAYMENTS,         *
      * REFUNDS, ANNUAL FEE REFUNDS, DISPUTE PROVISIONAL CREDITS AND  *
      * VOIDED REFUND CHECKS DECREASE IT LIKE A PAYMENT.              *
      *----------------------------------------------------------------*
       2200-CALCULATE-STATEMENT.
           MOVE SQL-CURRENT-BALANCE TO WS-CLOSING-BALANCE
                   - SQL-CYCLE-DISPRVSL - SQL-CYCLE-PMTRTN
                   - SQL-CYCLE-RTNFEE - SQL-CYCLE-LATEFEE
                   - SQL-CYCLE-CRBALRFD
                   - SQL-CYCLE-BALXFER - SQL-CYCLE-XFERFEE
                   - SQL-CYCLE-ANNLFEE - SQL-CYCLE-ESCHEAT
                   + SQL-CYCLE-PAYMENTS + SQL-CYCLE-REFUNDS
                   + SQL-CYCLE-DISPCRDT + SQL-CYCLE-RWDCRDT
                   + SQL-CYCLE-CHGOFF + SQL-CYCLE-ANNLRFND
                   + SQL-CYCLE-CHKVOID + SQL-CYCLE-FRAUDCR

           IF WS-CLOSING-BALANCE > ZERO
               COMPUTE WS-MINIMUM-DUE ROUNDED =
           MOVE SQL-CYCLE-CASHADV TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Bal Transfers:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-BALXFER TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Refunds This Cycle:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-REFUNDS TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1
           MOVE SQL-CYCLE-CASHFEE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Bal Xfer Fees:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-XFERFEE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Disputes Credited:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-DISPCRDT TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1
           MOVE SQL-CYCLE-LATEFEE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Annual Fee:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-ANNLFEE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Annual Fee Refunded:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-ANNLRFND TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Rewards Credits:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-RWDCRDT TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1
           MOVE SQL-CYCLE-CRBALRFD TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Refund Checks Voided:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-CHKVOID TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Remitted to State:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-ESCHEAT TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Fraud Claims Credited:' TO STMT-DETAIL-LABEL
           MOVE SQL-CYCLE-FRAUDCR TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Closing Balance:' TO STMT-DETAIL-LABEL
           MOVE WS-CLOSING-BALANCE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1
           MOVE SQL-FEE-BALANCE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

      *    THE BALANCE-TRANSFER BUCKET PAYS ITS PROMOTIONAL RATE    *
      *    UNTIL THE OFFER EXPIRES, THEN THE PURCHASE RATE          *
           IF WS-PROMO-IN-FORCE
               MOVE 'Promo Bal Xfer Bal:' TO STMT-DETAIL-LABEL
           ELSE
               MOVE 'Bal Transfer (1.50%):' TO STMT-DETAIL-LABEL
           END-IF
           MOVE SQL-BALXFER-BALANCE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1

           IF WS-PROMO-IN-FORCE
               COMPUTE STMT-PROMO-RATE = SQL-PROMO-RATE * 100
               MOVE SQL-PROMO-EXPIRY-DATE TO STMT-PROMO-EXPIRY
               WRITE STATEMENT-LINE FROM STMT-PROMO-LINE AFTER 1
           END-IF

           MOVE 'Minimum Payment Due:' TO STMT-DETAIL-LABEL
           MOVE WS-MINIMUM-DUE TO STMT-DETAIL-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-DETAIL-LINE AFTER 1
           MOVE STMX-HEADER-RECORD TO WS-EXTRACT-IMAGE
           PERFORM 2590-ROUTE-EXTRACT-RECORD

           EVALUATE TRUE
               WHEN SQL-DELIVER-ELECTRONIC
                   ADD 1 TO WS-PORTAL-EXTRACTS
               WHEN SQL-ADDRESS-UNDELIVERABLE
                   ADD 1 TO WS-PAPER-SUPPRESSED
               WHEN OTHER
                   ADD 1 TO WS-PAPER-EXTRACTS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * STATEMENT TRAILER EXTRACT RECORD - CLOSING BALANCE, MINIMUM    *
      * DUE AND THE DETAIL RECORD COUNT FOR VENDOR-SIDE BALANCING,     *
      * PLUS THE REWARDS STANDING AND BALANCE-TRANSFER PROMOTION       *
      *----------------------------------------------------------------*
       2510-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO STMX-TRAILER-RECORD
           MOVE WS-DETAIL-COUNT TO STMX-TRL-DETAIL-COUNT
           MOVE SQL-POINTS-BALANCE TO STMX-TRL-POINTS-BALANCE
           MOVE SQL-POINTS-CYCLE TO STMX-TRL-POINTS-CYCLE
           MOVE SQL-BALXFER-BALANCE TO STMX-TRL-BALXFER-BALANCE
           MOVE SQL-PROMO-RATE TO STMX-TRL-PROMO-RATE
           MOVE SQL-PROMO-EXPIRY-DATE TO STMX-TRL-PROMO-EXPIRY
           MOVE STMX-TRAILER-RECORD TO WS-EXTRACT-IMAGE
           PERFORM 2590-ROUTE-EXTRACT-RECORD.

      *----------------------------------------------------------------*
      * ROUTE ONE EXTRACT RECORD BY THE ACCOUNT'S DELIVERY PREFERENCE  *
      * - ELECTRONIC ACCOUNTS TO THE E-STATEMENT PORTAL FEED, ALL      *
      * OTHERS (INCLUDING AN UNSET PREFERENCE) TO THE PRINT VENDOR.    *
      * A PAPER STATEMENT FOR AN ADDRESS FLAGGED UNDELIVERABLE IS NOT  *
      * SENT AT ALL - THE STATEMENT IS STILL PRODUCED ON THE REPORT    *
      * AND RECORDED ON STATEMENT_HISTORY, SO BILLING CARRIES ON.      *
      *----------------------------------------------------------------*
       2590-ROUTE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN SQL-DELIVER-ELECTRONIC
                   WRITE PORTAL-EXTRACT-RECORD FROM WS-EXTRACT-IMAGE
               WHEN SQL-ADDRESS-UNDELIVERABLE
                   CONTINUE
               WHEN OTHER
                   WRITE PRINT-EXTRACT-RECORD FROM WS-EXTRACT-IMAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RECORD THE CYCLE ON STATEMENT_HISTORY - CLOSING BALANCE,       *
           DISPLAY '  Statements Generated:  ' WS-STATEMENT-COUNT
           DISPLAY '  Print Vendor Extracts: ' WS-PAPER-EXTRACTS
           DISPLAY '  Portal Feed Extracts:  ' WS-PORTAL-EXTRACTS
           DISPLAY '  Paper Held - Bad Addr: ' WS-PAPER-SUPPRESSED
           DISPLAY '  History Rows Written:  ' WS-HISTORY-ROWS
           DISPLAY '  History Rows Skipped:  ' WS-HISTORY-SKIPPED
           DISPLAY '  History Failures:      ' WS-HISTORY-FAILURES
