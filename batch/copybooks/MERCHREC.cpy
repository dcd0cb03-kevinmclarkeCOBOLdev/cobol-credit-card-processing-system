      *    PURCHASES AT THIS MERCHANT (CCARDRWD). ZERO MEANS NO     *
      *    BONUS CATEGORY - THE BASE RATE APPLIES.                  *
           05  SQL-MERCH-REWARDS-RATE   PIC S9(3)V99 COMP-3.
      *    MERCHANT CATEGORY CODE (ISO 18245, E.G. 5411 GROCERY,    *
      *    7995 BETTING) - CHECKED AGAINST A CARD'S BLOCKED-MCC     *
      *    LIST BY CCARDAUT AND CCARDPROC. SPACES WHEN NOT KNOWN.   *
           05  SQL-MERCH-MCC            PIC X(4).
