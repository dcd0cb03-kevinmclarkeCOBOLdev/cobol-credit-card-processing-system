      ******************************************************************
      * CKPDREC.CPY - BANK PAID-ITEMS FEED RECORD LAYOUT               *
      * LENGTH: 80 BYTES FIXED                                        *
      * ONE ROW PER REFUND CHECK THE DISBURSING BANK PAID, RETURNED   *
      * DAILY AND RECONCILED AGAINST CHECK_REGISTER BY CCARDCKR.      *
      ******************************************************************
       01  PAID-ITEM-RECORD.
           05  CKPD-CHECK-NUMBER        PIC 9(10).
           05  CKPD-PAID-AMOUNT         PIC 9(8)V99.
           05  CKPD-PAID-DATE           PIC X(10).
           05  CKPD-BANK-REF            PIC X(15).
           05  FILLER                   PIC X(35).
