                                        SIGN LEADING SEPARATE.
           05  STMX-TRL-POINTS-CYCLE    PIC S9(9)
                                        SIGN LEADING SEPARATE.
      *    BALANCE-TRANSFER BUCKET AND THE PROMOTIONAL OFFER IN     *
      *    FORCE ON IT (RATE ZERO / EXPIRY BLANK WHEN NONE)         *
           05  STMX-TRL-BALXFER-BALANCE PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  STMX-TRL-PROMO-RATE      PIC V9999.
           05  STMX-TRL-PROMO-EXPIRY    PIC X(10).
           05  FILLER                   PIC X(86).
