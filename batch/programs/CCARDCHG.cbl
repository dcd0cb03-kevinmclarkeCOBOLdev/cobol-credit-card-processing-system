      *            - WRITES ONE CHGOFF TRANSACTION (TRANREC LAYOUT)   *
      *              PER NON-ZERO BALANCE BUCKET - THE MERCHANT ID    *
      *              FIELD NAMES THE BUCKET (PURCHBAL/CASHBAL/        *
      *              FEEBAL/XFERBAL/OTHERBAL) SO CCARDPROC RELIEVES   *
      *              THE RIGHT BUCKET AND CCARDGLJ SPLITS THE JOURNAL *
      *              (DR BAD-DEBT EXPENSE / CR RECEIVABLES)           *
      *            - MOVES THE ACCOUNT TO CHARGED-OFF STATUS (THE     *
      *              ACCT-CHARGED-OFF 'Z' VALUE CCARDAUT AND          *
           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-OLD-STATUS           PIC X(1).

      *----------------------------------------------------------------*
           05  FILLER                   PIC X(16) VALUE 'PURCHASE'.
           05  FILLER                   PIC X(16) VALUE 'CASH ADV'.
           05  FILLER                   PIC X(16) VALUE 'FEE/INT'.
           05  FILLER                   PIC X(16) VALUE 'BAL XFER'.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC X(6).
           05  DTL-CASHADV-BAL          PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-FEE-BAL              PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-BALXFER-BAL          PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  SUM-CHGOFF-HEADER.
           05  FILLER                   PIC X(35) VALUE
                      A.ACCOUNT_STATUS,
                      A.PURCHASE_BALANCE,
                      A.CASHADV_BALANCE,
                      A.FEE_BALANCE,
                      A.BALXFER_BALANCE
               FROM CREDIT_ACCOUNT A
               WHERE A.ACCOUNT_STATUS IN ('A', 'S')
                 AND A.CURRENT_BALANCE > 0
                    :SQL-ACCOUNT-STATUS,
                    :SQL-PURCHASE-BALANCE,
                    :SQL-CASHADV-BALANCE,
                    :SQL-FEE-BALANCE,
                    :SQL-BALXFER-BALANCE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
               ADD SQL-FEE-BALANCE TO WS-BUCKET-TOTAL
           END-IF

           IF SQL-BALXFER-BALANCE > ZERO
               MOVE 'XFERBAL   ' TO WS-CHGOFF-TAG
               MOVE SQL-BALXFER-BALANCE TO WS-CHGOFF-AMOUNT
               PERFORM 2100-WRITE-CHGOFF-TRANSACTION
               ADD SQL-BALXFER-BALANCE TO WS-BUCKET-TOTAL
           END-IF

      *    ANY BALANCE NOT CARRIED ON THE BUCKETS (HISTORY PREDATING *
      *    THE BUCKET SPLIT) IS WRITTEN OFF UNDER ITS OWN TAG SO THE *
      *    TOTAL WRITE-OFF ALWAYS EQUALS THE RECEIVABLE RELIEVED     *
           MOVE SQL-PURCHASE-BALANCE TO DTL-PURCHASE-BAL
           MOVE SQL-CASHADV-BALANCE TO DTL-CASHADV-BAL
           MOVE SQL-FEE-BALANCE TO DTL-FEE-BAL
           MOVE SQL-BALXFER-BALANCE TO DTL-BALXFER-BAL
           WRITE CHARGEOFF-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
