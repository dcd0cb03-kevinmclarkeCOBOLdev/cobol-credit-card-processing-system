      * AFTER THE CONFIGURED NUMBER OF BROKEN PROMISES THE ACCOUNT IS *
      * SUSPENDED (AUDITED LIKE CCARDACM'S STATUS CHANGES) AND THE    *
      * CASE ESCALATED SO FURTHER CHARGES STOP UNTIL A HUMAN REVIEWS  *
      * IT. ONLY A CASE STILL OPEN ESCALATES - ONE CCARDAGE HAS       *
      * STAYED FOR BANKRUPTCY OR REFERRED TO ESTATE HANDLING IS NO    *
      * LONGER IN COLLECTIONS.                                        *
      *----------------------------------------------------------------*
       2400-CHECK-ESCALATION.
           EXEC SQL
               FROM   COLLECTION_CASE C,
                      CREDIT_ACCOUNT A
               WHERE  C.CASE_ID = :SQL-COLA-CASE-ID
                 AND  C.STATUS = 'OPEN    '
                 AND  A.ACCOUNT_NUMBER = C.ACCOUNT_NUMBER
           END-EXEC

