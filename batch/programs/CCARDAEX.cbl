      *          MERCHANT NEVER SUBMITS WOULD PIN THE CREDIT LINE     *
      *          FOREVER. THIS NIGHTLY SWEEP EXPIRES APPROVED (AND    *
      *          MEMO-STAMPED) ROWS OLDER THAN THE CONFIGURABLE HOLD  *
      *          WINDOW, RELEASING THE HELD CREDIT. EACH EXPIRED ROW  *
      *          IS STAMPED WITH THE RUN DATE SO CCARDASR CAN REPORT  *
      *          THE NIGHT'S UNSETTLED APPROVALS BY MERCHANT.         *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / AUTH HOLD DAYS)      *
      * OUTPUT:  HOLD EXPIRY CONTROL REPORT                            *
           IF SQL-STALE-COUNT > ZERO
               EXEC SQL
                   UPDATE AUTHORIZATION_LOG
                   SET AUTH_STATUS = 'EXPIRED ',
                       EXPIRED_DATE = :WS-RUN-DATE
                   WHERE AUTH_STATUS IN ('APPROVED', 'MEMOPOST')
                     AND CHAR(AUTH_TIMESTAMP) < :SQL-CUTOFF-TIMESTAMP
               END-EXEC
