      *        BOTH HARD-DECLINE; A PAYMENT ARRIVING POSTS AS        *
      *        RECOVERY INCOME, NOT A REVIVED RECEIVABLE             *
               88  ACCT-CHARGED-OFF             VALUE 'Z'.
      *        SANCTIONS SCREENING - AN OPEN WHOSE NAME/ADDRESS HIT  *
      *        THE WATCH LIST IS HELD PENDING REVIEW INSTEAD OF      *
      *        ACTIVE; A MATCH CONFIRMED ON THE REVIEW SCREEN        *
      *        (CCARDSNR) BLOCKS THE ACCOUNT - AUTHORIZATIONS AND    *
      *        POSTING BOTH HARD-DECLINE AND NO FUNDS GO OUT         *
               88  ACCT-PENDING-REVIEW          VALUE 'R'.
               88  ACCT-SANCTIONS-BLOCKED       VALUE 'B'.
           05  ACCT-CREATED-DATE        PIC X(10).
           05  ACCT-MODIFIED-DATE       PIC X(10).
      *    CARDHOLDER MAILING ADDRESS - CAPTURED AT ACCOUNT OPEN ON   *
           05  ACCT-PURCHASE-BALANCE    PIC S9(8)V99 COMP-3.
           05  ACCT-CASHADV-BALANCE     PIC S9(8)V99 COMP-3.
           05  ACCT-FEE-BALANCE         PIC S9(8)V99 COMP-3.
      *    BALANCE TRANSFER BUCKET - ACCRUES AT THE PROMOTIONAL RATE *
      *    ON PROMO_OFFER UNTIL EXPIRY, THEN AT THE PURCHASE RATE.   *
           05  ACCT-BALXFER-BALANCE     PIC S9(8)V99 COMP-3.
      *    CARD PRODUCT - KEYS ANNUAL_FEE_SCHEDULE FOR THE ANNUAL    *
      *    MEMBERSHIP FEE AND FIRST-YEAR WAIVER (CCARDANF).          *
           05  ACCT-PRODUCT-CODE        PIC X(4).
      *    RETURNED MAIL - SET BY CCARDRML FROM THE PRINT VENDOR'S    *
      *    RETURNED-MAIL FEED WITH THE DATE THE PIECE CAME BACK.      *
      *    WHILE SET, PAPER STATEMENTS, CARD EMBOSSING AND LETTERS    *
      *    ARE SUPPRESSED; AN ADDRESS CORRECTION ON CACM CLEARS IT.   *
           05  ACCT-BAD-ADDRESS-FLAG    PIC X(1).
               88  ACCT-ADDRESS-UNDELIVERABLE   VALUE 'Y'.
               88  ACCT-ADDRESS-DELIVERABLE     VALUE 'N'.
           05  ACCT-BAD-ADDRESS-DATE    PIC X(10).
      *    SPECIAL HANDLING - SET ON CACM WHEN WE ARE TOLD THE        *
      *    CARDHOLDER HAS DIED, FILED BANKRUPTCY OR GONE ON ACTIVE    *
      *    MILITARY DUTY. IN FORCE FROM START-DATE THROUGH END-DATE   *
      *    (END-DATE BLANK = OPEN-ENDED). BANKRUPTCY STOPS INTEREST,  *
      *    FEES AND ALL COLLECTION ACTIVITY; DECEASED STOPS INTEREST  *
      *    AND FEES AND ROUTES THE ACCOUNT TO ESTATE HANDLING; SCRA   *
      *    CAPS INTEREST AT 6% APR FOR THE SERVICE PERIOD. CCARDMET   *
      *    REPORTS THE MATCHING METRO 2 CII / ECOA CODE.              *
           05  ACCT-SPECIAL-HANDLING    PIC X(1).
               88  ACCT-NO-SPECIAL-HANDLING     VALUE 'N' ' '.
               88  ACCT-SPECIAL-DECEASED        VALUE 'D'.
               88  ACCT-SPECIAL-BANKRUPT        VALUE 'B'.
               88  ACCT-SPECIAL-MILITARY        VALUE 'M'.
               88  ACCT-SPECIAL-VALID           VALUE 'N' 'D' 'B' 'M'.
           05  ACCT-SPECIAL-START-DATE  PIC X(10).
           05  ACCT-SPECIAL-END-DATE    PIC X(10).
      *    BANKRUPTCY CHAPTER (07/11/12/13) - DRIVES THE METRO 2 CII  *
           05  ACCT-BANKRUPTCY-CHAPTER  PIC X(2).
               88  ACCT-BANKRUPTCY-CHAPTER-OK   VALUE '07' '11'
                                                      '12' '13'.
      *    CUSTOMER OF RECORD (CUSTOMER.CUSTOMER_ID, SEE CUSTREC).    *
      *    FOUND OR CREATED BY TAX ID WHEN CACM OPENS THE ACCOUNT.    *
      *    ZERO ON AN ACCOUNT OPENED BEFORE THE CUSTOMER MASTER THAT  *
      *    HAS NOT YET BEEN LINKED - READERS THEN FALL BACK TO THE    *
      *    NAME AND ADDRESS CARRIED ON THE ACCOUNT ROW ITSELF.        *
           05  ACCT-CUSTOMER-ID         PIC 9(9).
