      ******************************************************************
      * RMLREC.CPY - RETURNED-MAIL FEED RECORD LAYOUT                  *
      * LENGTH: 80 BYTES FIXED                                        *
      * ONE ROW PER MAIL PIECE THE POST OFFICE RETURNED TO THE PRINT  *
      * VENDOR AS UNDELIVERABLE: THE ACCOUNT, WHAT CAME BACK (A       *
      * STATEMENT, A CARD - WITH ITS CARD NUMBER - OR A LETTER), THE  *
      * DATE IT CAME BACK AND THE POSTAL RETURN REASON. PROCESSED BY  *
      * CCARDRML.                                                     *
      ******************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RML-ACCOUNT-NUMBER       PIC X(6).
           05  RML-ITEM-TYPE            PIC X(4).
               88  RML-ITEM-STATEMENT           VALUE 'STMT'.
               88  RML-ITEM-CARD                VALUE 'CARD'.
               88  RML-ITEM-LETTER              VALUE 'LETR'.
           05  RML-CARD-NUMBER          PIC X(16).
           05  RML-RETURN-DATE          PIC X(10).
           05  RML-RETURN-REASON        PIC X(4).
           05  FILLER                   PIC X(40).
