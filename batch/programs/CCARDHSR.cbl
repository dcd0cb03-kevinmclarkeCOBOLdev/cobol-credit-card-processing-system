           05  WS-TOT-PAYMENTS          PIC S9(8)V99 COMP-3.
           05  WS-TOT-FINCHRG           PIC S9(8)V99 COMP-3.
           05  WS-TOT-CASHADV           PIC S9(8)V99 COMP-3.
           05  WS-TOT-BALXFER           PIC S9(8)V99 COMP-3.
           05  WS-TOT-REFUNDS           PIC S9(8)V99 COMP-3.
           05  WS-TOT-FEES              PIC S9(8)V99 COMP-3.
           05  WS-TOT-CREDITS           PIC S9(8)V99 COMP-3.
           MOVE ZERO TO WS-TOT-PAYMENTS
           MOVE ZERO TO WS-TOT-FINCHRG
           MOVE ZERO TO WS-TOT-CASHADV
           MOVE ZERO TO WS-TOT-BALXFER
           MOVE ZERO TO WS-TOT-REFUNDS
           MOVE ZERO TO WS-TOT-FEES
           MOVE ZERO TO WS-TOT-CREDITS
               WHEN 'CASHADV'
                   ADD SQL-DTL-AMOUNT TO WS-TOT-CASHADV
                   MOVE SQL-DTL-AMOUNT TO WS-SIGNED-EFFECT
               WHEN 'BALXFER'
                   ADD SQL-DTL-AMOUNT TO WS-TOT-BALXFER
                   MOVE SQL-DTL-AMOUNT TO WS-SIGNED-EFFECT
               WHEN 'FINCHRG'
                   ADD SQL-DTL-AMOUNT TO WS-TOT-FINCHRG
                   MOVE SQL-DTL-AMOUNT TO WS-SIGNED-EFFECT
               WHEN 'CASHFEE'
               WHEN 'RTNFEE'
               WHEN 'LATEFEE'
               WHEN 'XFERFEE'
               WHEN 'ANNLFEE'
               WHEN 'DISPRVSL'
               WHEN 'PMTRTN'
                   ADD SQL-DTL-AMOUNT TO WS-TOT-FEES
                   COMPUTE WS-SIGNED-EFFECT = ZERO - SQL-DTL-AMOUNT
               WHEN 'DISPCRDT'
               WHEN 'RWDCRDT'
               WHEN 'ANNLRFND'
               WHEN 'FRAUDCR'
                   ADD SQL-DTL-AMOUNT TO WS-TOT-CREDITS
                   COMPUTE WS-SIGNED-EFFECT = ZERO - SQL-DTL-AMOUNT
      *        WRITE-OFFS AND REFUND CHECK VOIDS RELIEVE THE        *
      *        BALANCE; CREDIT-BALANCE REFUND OFFSETS AND UNCLAIMED-*
      *        PROPERTY REMITTANCES RESTORE IT; RECOVERIES NEVER    *
      *        TOUCH IT - ALL FOLD INTO THE OTHER-ADJUSTMENTS LINE  *
               WHEN 'CHGOFF'
               WHEN 'CHKVOID'
                   COMPUTE WS-SIGNED-EFFECT = ZERO - SQL-DTL-AMOUNT
                   ADD WS-SIGNED-EFFECT TO WS-TOT-OTHER
               WHEN 'CRBALRFD'
               WHEN 'ESCHEAT'
                   MOVE SQL-DTL-AMOUNT TO WS-SIGNED-EFFECT
                   ADD WS-SIGNED-EFFECT TO WS-TOT-OTHER
               WHEN 'RECOVERY'
           MOVE WS-TOT-CASHADV TO STMT-DETAIL-AMOUNT
           WRITE RESEARCH-REPORT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Bal Transfers:' TO STMT-DETAIL-LABEL
           MOVE WS-TOT-BALXFER TO STMT-DETAIL-AMOUNT
           WRITE RESEARCH-REPORT-LINE FROM STMT-DETAIL-LINE AFTER 1

           MOVE 'Refunds This Period:' TO STMT-DETAIL-LABEL
           MOVE WS-TOT-REFUNDS TO STMT-DETAIL-AMOUNT
           WRITE RESEARCH-REPORT-LINE FROM STMT-DETAIL-LINE AFTER 1
