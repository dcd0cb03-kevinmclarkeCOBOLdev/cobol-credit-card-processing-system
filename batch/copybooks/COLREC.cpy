      *   OPEN     - WORKED BY COLLECTORS                             *
      *   ESCALATE - BROKEN-PROMISE LIMIT HIT, ACCOUNT SUSPENDED      *
      *   CLOSED   - ACCOUNT CURED                                    *
      *   STAYED   - BANKRUPTCY HANDLING IN FORCE - NO FURTHER         *
      *              COLLECTION ACTIVITY (SET BY CCARDAGE)            *
      *   ESTATE   - CARDHOLDER DECEASED - REFERRED TO ESTATE         *
      *              HANDLING INSTEAD OF COLLECTIONS (CCARDAGE)       *
      * SQL-COLA-PROMISE-STATUS: PENDING / KEPT / BROKEN (SPACES ON   *
      * NON-PROMISE ACTIONS).                                         *
      *                                                                *
               88  SQL-COL-OPEN                 VALUE 'OPEN    '.
               88  SQL-COL-ESCALATED            VALUE 'ESCALATE'.
               88  SQL-COL-CLOSED               VALUE 'CLOSED  '.
               88  SQL-COL-STAYED               VALUE 'STAYED  '.
               88  SQL-COL-ESTATE               VALUE 'ESTATE  '.
           05  SQL-COL-OPENED-DATE      PIC X(10).
           05  SQL-COL-CLOSED-DATE      PIC X(10).
           05  SQL-COL-BROKEN-PROMISES  PIC S9(4) COMP.
