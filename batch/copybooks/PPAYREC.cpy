      ******************************************************************
      * PPAYREC.CPY - POSITIVE-PAY ISSUE FILE RECORD LAYOUT            *
      * LENGTH: 80 BYTES FIXED                                        *
      * ONE ROW PER REFUND CHECK ISSUED (CCARDCBR) OR VOIDED          *
      * (CCARDCKR), SENT TO THE DISBURSING BANK SO IT PAYS ONLY ITEMS *
      * WHOSE SERIAL, AMOUNT AND PAYEE MATCH WHAT WE ISSUED - AN      *
      * ALTERED OR COUNTERFEIT CHECK, OR ONE PRESENTED AFTER ITS VOID,*
      * IS RETURNED UNPAID. THE SIGNED AMOUNT CARRIES A LEADING       *
      * SEPARATE SIGN BYTE FOR THE BANK.                              *
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PPAY-RECORD-TYPE         PIC X(1).
               88  PPAY-ISSUE                   VALUE 'I'.
               88  PPAY-VOID                    VALUE 'V'.
           05  PPAY-CHECK-NUMBER        PIC 9(10).
           05  PPAY-AMOUNT              PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  PPAY-ISSUE-DATE          PIC X(10).
           05  PPAY-PAYEE-NAME          PIC X(40).
           05  PPAY-ACCOUNT-NUMBER      PIC X(6).
      *    FILLER KEEPS THE RECORD AT 80 BYTES                       *
           05  FILLER                   PIC X(1).
