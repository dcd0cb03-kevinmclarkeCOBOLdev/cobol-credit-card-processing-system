      * (ACCOUNTS WITHOUT AN ACTIVE AUTOPAY ENROLLMENT TO ACH-CREDIT  *
      * INSTEAD): THE CARDHOLDER'S NAME AND ACCT-ADDR MAILING FIELDS  *
      * FOR THE CHECK PRINT VENDOR, AND THE REFUND AMOUNT. THE        *
      * SIGNED AMOUNT CARRIES A LEADING SEPARATE SIGN BYTE. THE CHECK *
      * NUMBER IS THE CHECK_REGISTER SERIAL THE VENDOR PRINTS ON THE  *
      * ITEM AND THE BANK MATCHES AGAINST THE POSITIVE-PAY FILE.      *
      ******************************************************************
       01  REFUND-CHECK-RECORD.
           05  CHK-ACCOUNT-NUMBER       PIC X(6).
           05  CHK-REFUND-AMOUNT        PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  CHK-ISSUE-DATE           PIC X(10).
           05  CHK-CHECK-NUMBER         PIC 9(10).
           05  FILLER                   PIC X(20).
