               88  TRAN-REWARD-CREDIT           VALUE 'RWDCRDT'.
      *        BAD-DEBT WRITE-OFF (CCARDCHG) - THE MERCHANT ID      *
      *        FIELD NAMES THE BALANCE BUCKET BEING WRITTEN OFF     *
      *        (PURCHBAL / CASHBAL / FEEBAL / XFERBAL / OTHERBAL)   *
      *        SO THE GL EXTRACT CAN SPLIT THE JOURNAL BY BUCKET    *
               88  TRAN-CHARGE-OFF              VALUE 'CHGOFF'.
      *        CREDIT-BALANCE REFUND (CCARDCBR) - THE OFFSETTING    *
      *        DEBIT THAT BRINGS AN OVERPAID ACCOUNT BACK TO ZERO   *
      *        WHEN THE MONEY IS RETURNED TO THE CARDHOLDER         *
               88  TRAN-CREDIT-REFUND           VALUE 'CRBALRFD'.
      *        BALANCE TRANSFER FROM ANOTHER ISSUER - POSTS TO ITS  *
      *        OWN BUCKET, ACCRUED BY CCARDFIN AT THE ACCOUNT'S     *
      *        PROMO_OFFER RATE UNTIL THE OFFER EXPIRES. THE        *
      *        MERCHANT ID FIELD CARRIES THE SOURCE ISSUER TAG.     *
               88  TRAN-BALANCE-TRANSFER        VALUE 'BALXFER'.
      *        ANNUAL MEMBERSHIP FEE (CCARDANF) - POSTS TO THE FEE  *
      *        BUCKET ON THE ACCOUNT ANNIVERSARY. THE REFUND IS     *
      *        THE REVERSAL WRITTEN WHEN THE ACCOUNT CLOSES WITHIN  *
      *        THE REFUND WINDOW - IT POSTS ON A CLOSED ACCOUNT.    *
               88  TRAN-ANNUAL-FEE              VALUE 'ANNLFEE'.
               88  TRAN-ANNUAL-FEE-REFUND       VALUE 'ANNLRFND'.
      *        STALE-DATED REFUND CHECK VOID (CCARDCKR) - PUTS THE  *
      *        CREDIT BALANCE THE UNCASHED CHECK REFUNDED BACK ON   *
      *        THE ACCOUNT. THE MERCHANT ID FIELD CARRIES THE       *
      *        CHECK NUMBER.                                        *
               88  TRAN-CHECK-VOID              VALUE 'CHKVOID'.
      *        UNCLAIMED-PROPERTY REMITTANCE (CCARDESC) - THE DEBIT *
      *        THAT TAKES A DORMANT CREDIT BALANCE OFF THE ACCOUNT  *
      *        WHEN IT IS TURNED OVER TO THE STATE. THE MERCHANT ID *
      *        FIELD CARRIES THE VOIDED CHECK NUMBER.               *
               88  TRAN-ESCHEAT                 VALUE 'ESCHEAT'.
           05  TRAN-AMOUNT              PIC 9(8)V99.
           05  TRAN-MERCHANT-ID         PIC X(10).
           05  TRAN-DATE                PIC X(10).
