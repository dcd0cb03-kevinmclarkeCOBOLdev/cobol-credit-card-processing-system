           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.

       01  SQL-TRANSACTION-LOG.
           05  SQL-TRAN-ACCOUNT         PIC X(6).
               SELECT CURRENT_BALANCE,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               INTO  :SQL-CURRENT-BALANCE,
                     :SQL-PURCHASE-BALANCE,
                     :SQL-CASHADV-BALANCE,
                     :SQL-FEE-BALANCE,
                     :SQL-BALXFER-BALANCE
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC
      *----------------------------------------------------------------*
      * A PROVISIONAL CREDIT BACKS OUT A DISPUTED PURCHASE, SO THE    *
      * PURCHASE BUCKET IS RELIEVED FIRST, THEN CASH ADVANCE, THEN    *
      * FEE/INTEREST, THEN BALANCE TRANSFER - THE SAME ORDER          *
      * CCARDPROC APPLIES A REFUND                                    *
      *----------------------------------------------------------------*
       8120-RELIEVE-BUCKETS.
           MOVE SQL-CASE-AMOUNT TO WS-CREDIT-REMAINING
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-FEE-BALANCE
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND SQL-BALXFER-BALANCE > ZERO
               IF SQL-BALXFER-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM SQL-BALXFER-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-BALXFER-BALANCE
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-BALXFER-BALANCE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
               SELECT CURRENT_BALANCE,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               INTO  :SQL-CURRENT-BALANCE,
                     :SQL-PURCHASE-BALANCE,
                     :SQL-CASHADV-BALANCE,
                     :SQL-FEE-BALANCE,
                     :SQL-BALXFER-BALANCE
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC
                   PURCHASE_BALANCE = :SQL-PURCHASE-BALANCE,
                   CASHADV_BALANCE = :SQL-CASHADV-BALANCE,
                   FEE_BALANCE = :SQL-FEE-BALANCE,
                   BALXFER_BALANCE = :SQL-BALXFER-BALANCE,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC
