               88  SQL-CARD-INACTIVE            VALUE 'N'.
      *    SET WHEN A REPLACEMENT CARD IS ISSUED ONLINE (CCARDCRM)  *
      *    SO THE NEXT CCARDEXP RUN SENDS IT TO THE EMBOSSER        *
      *    THROUGH THE NORMAL EMBREC EXTRACT PATH, THEN CLEARED.    *
      *    'H' HOLDS A CARD THAT IS DUE (OR CAME BACK RETURNED)     *
      *    WHILE THE ACCOUNT'S ADDRESS IS UNDELIVERABLE - THE CACM  *
      *    ADDRESS CORRECTION PUTS IT BACK TO 'Y'                   *
           05  SQL-CARD-EMBOSS-PENDING  PIC X(1).
               88  SQL-CARD-EMBOSS-DUE          VALUE 'Y'.
               88  SQL-CARD-EMBOSS-DONE         VALUE 'N'.
               88  SQL-CARD-EMBOSS-HELD         VALUE 'H'.
      *    CUSTOMER THE PLASTIC WAS ISSUED TO (CUSTOMER.CUSTOMER_ID) *
      *    - THE ACCOUNT'S OWN CUSTOMER FOR THE PRIMARY CARD. A      *
      *    REPLACEMENT CARRIES IT OVER FROM THE CARD IT REPLACES.    *
           05  SQL-CARD-CUSTOMER-ID     PIC 9(9).
      *    PER-CARD SPENDING CONTROLS, SET ON THE CCRM SCREEN SO A   *
      *    PRIMARY CARDHOLDER CAN CAP WHAT AN AUTHORIZED USER'S      *
      *    PLASTIC SPENDS. THE ACCOUNT'S OWN OPEN-TO-BUY STILL       *
      *    APPLIES ON TOP. CCARDAUT DECLINES AND CCARDPROC REJECTS   *
      *    ON THEM; A REPLACEMENT CARD CARRIES THEM OVER.            *
      *    MONTHLY LIMIT - PURCHASES PLUS CASH ADVANCES IN THE       *
      *    CALENDAR MONTH. ZERO MEANS NO CARD LIMIT.                 *
           05  SQL-CARD-MONTHLY-LIMIT   PIC S9(8)V99 COMP-3.
           05  SQL-CARD-CASH-BLOCK      PIC X(1).
               88  SQL-CARD-CASH-BLOCKED        VALUE 'Y'.
               88  SQL-CARD-CASH-ALLOWED        VALUE 'N'.
           05  SQL-CARD-FOREIGN-BLOCK   PIC X(1).
               88  SQL-CARD-FOREIGN-BLOCKED     VALUE 'Y'.
               88  SQL-CARD-FOREIGN-ALLOWED     VALUE 'N'.
      *    UP TO FIVE BLOCKED MERCHANT CATEGORY CODES HELD IN ONE    *
      *    20-BYTE COLUMN (MCC_BLOCK_LIST), MATCHED AGAINST THE      *
      *    MERCHANT_MASTER MERCHANT_CATEGORY_CODE. AN UNUSED SLOT    *
      *    IS SPACES.                                                *
           05  SQL-CARD-MCC-BLOCK-LIST  PIC X(20).
           05  SQL-CARD-MCC-BLOCKS REDEFINES SQL-CARD-MCC-BLOCK-LIST.
               10  SQL-CARD-MCC-BLOCK   PIC X(4)
                                        OCCURS 5 TIMES
                                        INDEXED BY SQL-CARD-MCC-IDX.
