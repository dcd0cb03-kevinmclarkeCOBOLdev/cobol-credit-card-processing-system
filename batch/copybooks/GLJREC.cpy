      * THE DETAIL RECORD COUNT. THE JOURNAL IS ONLY RELEASED WHEN    *
      * DEBITS AND CREDITS NET TO ZERO.                               *
      * SIGNED AMOUNTS CARRY A LEADING SEPARATE SIGN BYTE.            *
      * A RECEIVABLES LINE ALSO CARRIES THE BALANCE BUCKET ITS SOURCE *
      * TYPE POSTS TO, SO CCARDTBL CAN PROVE THE SUBLEDGER BUCKETS    *
      * AGAINST THE JOURNAL. CREDITS CCARDPROC SPREADS ACROSS THE     *
      * BUCKETS BY ITS PAYMENT/REFUND WATERFALLS CARRY 'WF'; LINES    *
      * THAT MOVE ONLY THE TOTAL CARRY 'OT'; OTHER GL ACCOUNTS BLANK. *
      ******************************************************************
       01  GLJ-DETAIL-RECORD.
           05  GLJ-DTL-RECORD-TYPE      PIC X(1).
                                        SIGN LEADING SEPARATE.
           05  GLJ-DTL-SOURCE-TYPE      PIC X(8).
           05  GLJ-DTL-DESCRIPTION      PIC X(30).
           05  GLJ-DTL-BUCKET           PIC X(2).
               88  GLJ-BUCKET-PURCHASE          VALUE 'PU'.
               88  GLJ-BUCKET-CASHADV           VALUE 'CA'.
               88  GLJ-BUCKET-FEE               VALUE 'FE'.
               88  GLJ-BUCKET-BALXFER           VALUE 'BX'.
               88  GLJ-BUCKET-TOTAL-ONLY        VALUE 'OT'.
               88  GLJ-BUCKET-WATERFALL         VALUE 'WF'.

       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-RECORD-TYPE      PIC X(1).
