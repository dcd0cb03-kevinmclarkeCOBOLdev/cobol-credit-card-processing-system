      *          SUMMARY PAGE BY HAND EVERY MORNING:                  *
      *            PURCHASE - DR RECEIVABLES / CR MERCHANT PAYABLE    *
      *            CASHADV  - DR RECEIVABLES / CR CASH                *
      *            BALXFER  - DR RECEIVABLES / CR CASH                *
      *            FINCHRG  - DR RECEIVABLES / CR INTEREST INCOME     *
      *            FEES     - DR RECEIVABLES / CR FEE INCOME          *
      *            PAYMENT  - DR CASH        / CR RECEIVABLES         *
      *            PMTRTN   - DR RECEIVABLES / CR CASH                *
      *            RTNFEE   - DR RECEIVABLES / CR FEE INCOME          *
      *            LATEFEE  - DR RECEIVABLES / CR FEE INCOME          *
      *            XFERFEE  - DR RECEIVABLES / CR FEE INCOME          *
      *            ANNLFEE  - DR RECEIVABLES / CR FEE INCOME          *
      *            ANNLRFND - DR FEE INCOME  / CR RECEIVABLES         *
      *            RWDCRDT  - DR REWARDS LIAB / CR RECEIVABLES        *
      *            CHGOFF   - DR BAD DEBT EXP / CR RECEIVABLES        *
      *                       (ONE PAIR PER BALANCE BUCKET TAG)       *
      *            RECOVERY - DR CASH        / CR RECOVERY INCOME     *
      *            CRBALRFD - DR RECEIVABLES / CR CASH                *
      *            CHKVOID  - DR CASH        / CR RECEIVABLES         *
      *            ESCHEAT  - DR RECEIVABLES / CR UNCLAIMED PROP      *
      *            FRAUDCR  - DR FRAUD LOSS  / CR RECEIVABLES         *
      *                       (FINCHRG-TAGGED ROWS REVERSE INTEREST - *
      *                       DR INTEREST INCOME / CR RECEIVABLES)    *
      *          EACH RECEIVABLES LINE CARRIES THE BALANCE BUCKET ITS *
      *          TYPE POSTS TO (GLJREC) FOR THE CCARDTBL TRIAL        *
      *          BALANCE.                                             *
      *          A BALANCING TRAILER CLOSES THE FILE. IF DEBITS AND   *
      *          CREDITS DO NOT NET TO ZERO THE PROGRAM ABENDS WITH   *
      *          RETURN CODE 16 AND WRITES NO TRAILER, SO THE        *
      *    BALANCE-BUCKET TAG CARRIED ON A CHGOFF ROW'S MERCHANT-ID *
      *    COLUMN - THE WRITE-OFF JOURNAL IS SPLIT BY IT            *
           05  SQL-BUCKET-TAG           PIC X(10).
      *    Y SELECTS THE FRAUDCR ROWS TAGGED FINCHRG (THE FINANCE   *
      *    CHARGE REVERSAL), N THE CHARGES CREDITED AS FRAUD LOSS   *
           05  SQL-FRAUD-INTEREST-FLAG  PIC X(1).

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE BATCH ID COMES FROM   *
           05  WS-GL-REWARDS-LIABILITY  PIC X(6) VALUE '202100'.
           05  WS-GL-BAD-DEBT-EXPENSE   PIC X(6) VALUE '601100'.
           05  WS-GL-RECOVERY-INCOME    PIC X(6) VALUE '405100'.
           05  WS-GL-UNCLAIMED-PROPERTY PIC X(6) VALUE '203100'.
           05  WS-GL-FRAUD-LOSS         PIC X(6) VALUE '602100'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
           05  WS-DEBIT-ACCOUNT         PIC X(6).
           05  WS-CREDIT-ACCOUNT        PIC X(6).
           05  WS-JOURNAL-DESC          PIC X(30).
      *    BALANCE BUCKET THE TYPE POSTS TO - STAMPED ON THE         *
      *    RECEIVABLES SIDE OF THE PAIR ONLY (SEE GLJREC)            *
           05  WS-RECEIVABLES-BUCKET    PIC X(2).
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-MERCH-PAYABLE TO WS-CREDIT-ACCOUNT
           MOVE 'CARDHOLDER PURCHASES' TO WS-JOURNAL-DESC
           MOVE 'PU' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'CASHADV' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-CASH TO WS-CREDIT-ACCOUNT
           MOVE 'CASH ADVANCES' TO WS-JOURNAL-DESC
           MOVE 'CA' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

      *    BALANCE TRANSFERS ARE FUNDED TO THE OTHER ISSUER LIKE A   *
      *    CASH ADVANCE                                              *
           MOVE 'BALXFER' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-CASH TO WS-CREDIT-ACCOUNT
           MOVE 'BALANCE TRANSFERS' TO WS-JOURNAL-DESC
           MOVE 'BX' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'FINCHRG' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-INTEREST-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'FINANCE CHARGES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'OVLMTFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'OVERLIMIT FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'FORFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'FOREIGN TRAN FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'CASHFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'CASH ADVANCE FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'PAYMENT' TO SQL-TRAN-TYPE
           MOVE WS-GL-CASH TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'CARDHOLDER PAYMENTS' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'REFUND' TO SQL-TRAN-TYPE
           MOVE WS-GL-MERCH-PAYABLE TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'MERCHANT REFUNDS' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'DISPCRDT' TO SQL-TRAN-TYPE
           MOVE WS-GL-DISPUTE-SUSPENSE TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'DISPUTE PROVISIONAL CREDITS' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'DISPRVSL' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-DISPUTE-SUSPENSE TO WS-CREDIT-ACCOUNT
           MOVE 'DISPUTE CREDIT REVERSALS' TO WS-JOURNAL-DESC
           MOVE 'PU' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'PMTRTN' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-CASH TO WS-CREDIT-ACCOUNT
           MOVE 'RETURNED PAYMENTS' TO WS-JOURNAL-DESC
           MOVE 'PU' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'RTNFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'RETURNED-ITEM FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'LATEFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'LATE FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'XFERFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'BALANCE TRANSFER FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'ANNLFEE' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-FEE-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'ANNUAL FEES ASSESSED' TO WS-JOURNAL-DESC
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'ANNLRFND' TO SQL-TRAN-TYPE
           MOVE WS-GL-FEE-INCOME TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'ANNUAL FEES REFUNDED' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'RWDCRDT' TO SQL-TRAN-TYPE
           MOVE WS-GL-REWARDS-LIABILITY TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'REWARDS REDEMPTION CREDITS' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

      *    BAD-DEBT WRITE-OFFS SPLIT BY THE BALANCE-BUCKET TAG       *
      *    CCARDCHG STAMPS ON THE MERCHANT-ID COLUMN                 *
           MOVE 'PURCHBAL  ' TO SQL-BUCKET-TAG
           MOVE 'PU' TO WS-RECEIVABLES-BUCKET
           MOVE 'WRITE-OFF - PURCHASE BALANCE' TO WS-JOURNAL-DESC
           PERFORM 2150-JOURNAL-CHGOFF-BUCKET

           MOVE 'CASHBAL   ' TO SQL-BUCKET-TAG
           MOVE 'CA' TO WS-RECEIVABLES-BUCKET
           MOVE 'WRITE-OFF - CASH ADV BALANCE' TO WS-JOURNAL-DESC
           PERFORM 2150-JOURNAL-CHGOFF-BUCKET

           MOVE 'FEEBAL    ' TO SQL-BUCKET-TAG
           MOVE 'FE' TO WS-RECEIVABLES-BUCKET
           MOVE 'WRITE-OFF - FEE/INT BALANCE' TO WS-JOURNAL-DESC
           PERFORM 2150-JOURNAL-CHGOFF-BUCKET

           MOVE 'XFERBAL   ' TO SQL-BUCKET-TAG
           MOVE 'BX' TO WS-RECEIVABLES-BUCKET
           MOVE 'WRITE-OFF - BAL XFER BALANCE' TO WS-JOURNAL-DESC
           PERFORM 2150-JOURNAL-CHGOFF-BUCKET

           MOVE 'OTHERBAL  ' TO SQL-BUCKET-TAG
           MOVE 'OT' TO WS-RECEIVABLES-BUCKET
           MOVE 'WRITE-OFF - UNBUCKETED BAL' TO WS-JOURNAL-DESC
           PERFORM 2150-JOURNAL-CHGOFF-BUCKET

           MOVE WS-GL-CASH TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECOVERY-INCOME TO WS-CREDIT-ACCOUNT
           MOVE 'CHARGED-OFF RECOVERIES' TO WS-JOURNAL-DESC
           MOVE SPACES TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'CRBALRFD' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-CASH TO WS-CREDIT-ACCOUNT
           MOVE 'CREDIT BALANCE REFUNDS' TO WS-JOURNAL-DESC
           MOVE 'OT' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

      *    A STALE-DATED REFUND CHECK NEVER LEFT THE BANK, SO ITS    *
      *    VOID PUTS THE CASH BACK; THE REMITTANCE MOVES A DORMANT   *
      *    CREDIT BALANCE TO THE UNCLAIMED-PROPERTY PAYABLE UNTIL    *
      *    THE STATE IS PAID                                         *
           MOVE 'CHKVOID' TO SQL-TRAN-TYPE
           MOVE WS-GL-CASH TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'REFUND CHECKS VOIDED' TO WS-JOURNAL-DESC
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

           MOVE 'ESCHEAT' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-DEBIT-ACCOUNT
           MOVE WS-GL-UNCLAIMED-PROPERTY TO WS-CREDIT-ACCOUNT
           MOVE 'UNCLAIMED PROPERTY REMITTED' TO WS-JOURNAL-DESC
           MOVE 'OT' TO WS-RECEIVABLES-BUCKET
           PERFORM 2100-JOURNAL-ONE-TYPE

      *    LOST/STOLEN CARD CLAIMS (CCARDFRD) - THE CHARGES ARE A    *
      *    FRAUD LOSS; THE FINANCE CHARGES THEY DROVE ARE TAKEN BACK *
      *    OUT OF INTEREST INCOME                                    *
           MOVE 'N' TO SQL-FRAUD-INTEREST-FLAG
           MOVE WS-GL-FRAUD-LOSS TO WS-DEBIT-ACCOUNT
           MOVE 'FRAUD CLAIM CREDITS' TO WS-JOURNAL-DESC
           PERFORM 2160-JOURNAL-FRAUD-CREDIT

           MOVE 'Y' TO SQL-FRAUD-INTEREST-FLAG
           MOVE WS-GL-INTEREST-INCOME TO WS-DEBIT-ACCOUNT
           MOVE 'FRAUD CLAIM INTEREST REVERSED' TO WS-JOURNAL-DESC
           PERFORM 2160-JOURNAL-FRAUD-CREDIT.

      *----------------------------------------------------------------*
      * TOTAL ONE TRANSACTION TYPE FOR THE BATCH AND, IF THERE WAS    *
               ADD SQL-TYPE-TOTAL TO WS-TOTAL-CREDITS
           END-IF.

      *----------------------------------------------------------------*
      * TOTAL ONE SIDE OF THE BATCH'S FRAUD CLAIM CREDITS - FRAUDCR   *
      * ROWS TAGGED FINCHRG ON THE MERCHANT-ID COLUMN ARE THE FINANCE *
      * CHARGE REVERSAL, ALL OTHERS THE CHARGES THEMSELVES - AND, IF  *
      * THERE WAS ACTIVITY, WRITE ITS DEBIT AND CREDIT JOURNAL LINES. *
      * THE CREDITS RELIEVE THE CHARGE'S OWN BUCKET AND THEN THE      *
      * REFUND ORDER, SO THE RECEIVABLES SIDE IS A WATERFALL CREDIT.  *
      *----------------------------------------------------------------*
       2160-JOURNAL-FRAUD-CREDIT.
           MOVE 'FRAUDCR' TO SQL-TRAN-TYPE
           MOVE WS-GL-RECEIVABLES TO WS-CREDIT-ACCOUNT
           MOVE 'WF' TO WS-RECEIVABLES-BUCKET

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-TYPE-TOTAL
               FROM   TRANSACTION_LOG
               WHERE  PROCESSED_BY = :WS-BATCH-ID
                 AND  TRANSACTION_TYPE = :SQL-TRAN-TYPE
                 AND  ((:SQL-FRAUD-INTEREST-FLAG = 'Y'
                        AND MERCHANT_ID = 'FINCHRG')
                   OR  (:SQL-FRAUD-INTEREST-FLAG = 'N'
                        AND MERCHANT_ID <> 'FINCHRG'))
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-OUT-OF-BALANCE
           END-IF

           IF SQL-TYPE-TOTAL NOT = ZERO
               MOVE WS-DEBIT-ACCOUNT TO GLJ-DTL-GL-ACCOUNT
               MOVE 'D' TO GLJ-DTL-DR-CR-IND
               PERFORM 2200-WRITE-JOURNAL-LINE
               ADD SQL-TYPE-TOTAL TO WS-TOTAL-DEBITS

               MOVE WS-CREDIT-ACCOUNT TO GLJ-DTL-GL-ACCOUNT
               MOVE 'C' TO GLJ-DTL-DR-CR-IND
               PERFORM 2200-WRITE-JOURNAL-LINE
               ADD SQL-TYPE-TOTAL TO WS-TOTAL-CREDITS
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE JOURNAL DETAIL LINE (ACCOUNT AND DR/CR SIDE ARE     *
      * ALREADY SET BY THE CALLER)                                    *
           MOVE SQL-TYPE-TOTAL TO GLJ-DTL-AMOUNT
           MOVE SQL-TRAN-TYPE TO GLJ-DTL-SOURCE-TYPE
           MOVE WS-JOURNAL-DESC TO GLJ-DTL-DESCRIPTION
           IF GLJ-DTL-GL-ACCOUNT = WS-GL-RECEIVABLES
               MOVE WS-RECEIVABLES-BUCKET TO GLJ-DTL-BUCKET
           ELSE
               MOVE SPACES TO GLJ-DTL-BUCKET
           END-IF
           WRITE JOURNAL-RECORD FROM GLJ-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

