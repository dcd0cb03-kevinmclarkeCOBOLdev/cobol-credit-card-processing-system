      *   C - CONTACT  - RECORD A CONTACT ATTEMPT (NOTE OPTIONAL)      *
      *   P - PROMISE  - RECORD A PROMISE TO PAY (AMOUNT AND DATE)     *
      *   H - HARDSHIP - RECORD A HARDSHIP NOTE                        *
      *                                                                *
      * NO ACTION IS RECORDED AGAINST A CASE CCARDAGE HAS STAYED OR    *
      * REFERRED TO ESTATE HANDLING, OR WHILE THE ACCOUNT HAS          *
      * BANKRUPTCY OR DECEASED SPECIAL HANDLING IN FORCE (SET ON CACM  *
      * DURING THE DAY, BEFORE CCARDAGE NEXT RUNS).                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       COPY COLREC.

      *----------------------------------------------------------------*
      * ACCOUNT SPECIAL HANDLING FOR THE CASE ON THE SCREEN            *
      *----------------------------------------------------------------*
       01  SQL-CASE-ACCOUNT-DATA.
           05  SQL-CASE-SPECIAL         PIC X(1).
               88  SQL-CASE-SPECIAL-DECEASED    VALUE 'D'.
               88  SQL-CASE-SPECIAL-BANKRUPT    VALUE 'B'.
           05  SQL-CASE-SPECIAL-START   PIC X(10).
           05  SQL-CASE-SPECIAL-END     PIC X(10).

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
           05  WS-TODAY-DATE            PIC X(10).
           05  WS-CASE-SHOWN            PIC X(1)  VALUE 'N'.
               88  WS-CASE-ON-SCREEN            VALUE 'Y'.
           05  WS-COLLECTION-STOP       PIC X(1)  VALUE SPACE.
               88  WS-COLLECTION-STAYED         VALUE 'B'.
               88  WS-ESTATE-REFERRAL           VALUE 'D'.

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - THE    *
           IF SQLCODE = 0
               MOVE SQL-COL-CASE-ID TO CA-CASE-ID
               MOVE 'Y' TO WS-CASE-SHOWN
               PERFORM 6100-CHECK-COLLECTION-STOP
               EVALUATE TRUE
                   WHEN WS-COLLECTION-STAYED
                       MOVE 'BANKRUPTCY - COLLECTION ACTIVITY STOPPED'
                            TO WS-MESSAGE
                   WHEN WS-ESTATE-REFERRAL
                       MOVE 'DECEASED - REFER TO ESTATE HANDLING'
                            TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'COLLECTION CASE DISPLAYED' TO WS-MESSAGE
               END-EVALUATE
           ELSE
               MOVE ZERO TO CA-CASE-ID
               MOVE 'NO MORE OPEN CASES - N WRAPS TO FIRST'
      *----------------------------------------------------------------*
       4000-RECORD-CONTACT.
           PERFORM 6000-READ-CURRENT-CASE
           EVALUATE TRUE
               WHEN NOT WS-CASE-ON-SCREEN
                   MOVE 'NO CASE ON SCREEN - KEY N FIRST'
                        TO WS-MESSAGE
               WHEN WS-COLLECTION-STAYED
                   MOVE 'BANKRUPTCY - COLLECTION ACTIVITY STOPPED'
                        TO WS-MESSAGE
               WHEN WS-ESTATE-REFERRAL
                   MOVE 'DECEASED - REFER TO ESTATE HANDLING'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'C' TO SQL-COLA-TYPE
                   MOVE ZERO TO SQL-COLA-PROMISE-AMOUNT
                   MOVE SPACES TO SQL-COLA-PROMISE-DATE
                   MOVE SPACES TO SQL-COLA-PROMISE-STATUS
                   PERFORM 7000-INSERT-ACTION-ROW
                   IF SQLCODE = 0
                       MOVE 'CONTACT RECORDED' TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PROMISE - RECORD A PROMISE TO PAY; AMOUNT AND DATE ARE BOTH   *
               WHEN NOT WS-CASE-ON-SCREEN
                   MOVE 'NO CASE ON SCREEN - KEY N FIRST'
                        TO WS-MESSAGE
               WHEN WS-COLLECTION-STAYED
                   MOVE 'BANKRUPTCY - COLLECTION ACTIVITY STOPPED'
                        TO WS-MESSAGE
               WHEN WS-ESTATE-REFERRAL
                   MOVE 'DECEASED - REFER TO ESTATE HANDLING'
                        TO WS-MESSAGE
               WHEN FUNCTION NUMVAL(CPAMTI) NOT > ZERO
                   MOVE 'PROMISE AMOUNT MUST BE GREATER THAN ZERO'
                        TO WS-MESSAGE
               WHEN NOT WS-CASE-ON-SCREEN
                   MOVE 'NO CASE ON SCREEN - KEY N FIRST'
                        TO WS-MESSAGE
               WHEN WS-COLLECTION-STAYED
                   MOVE 'BANKRUPTCY - COLLECTION ACTIVITY STOPPED'
                        TO WS-MESSAGE
               WHEN WS-ESTATE-REFERRAL
                   MOVE 'DECEASED - REFER TO ESTATE HANDLING'
                        TO WS-MESSAGE
               WHEN CNOTEI = SPACES
                   MOVE 'HARDSHIP NOTE REQUIRED' TO WS-MESSAGE
               WHEN OTHER

               IF SQLCODE = 0
                   MOVE 'Y' TO WS-CASE-SHOWN
                   PERFORM 6100-CHECK-COLLECTION-STOP
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COLLECTION STOPS FOR A CASE ALREADY STAYED OR REFERRED TO      *
      * ESTATE, OR WHILE THE ACCOUNT'S BANKRUPTCY / DECEASED SPECIAL   *
      * HANDLING IS IN FORCE TODAY. AN UNREADABLE ACCOUNT ROW LEAVES   *
      * THE CASE WORKABLE - THE CASE STATUS STILL GOVERNS.             *
      *----------------------------------------------------------------*
       6100-CHECK-COLLECTION-STOP.
           MOVE SPACE TO WS-COLLECTION-STOP

           EVALUATE TRUE
               WHEN SQL-COL-STAYED
                   SET WS-COLLECTION-STAYED TO TRUE
               WHEN SQL-COL-ESTATE
                   SET WS-ESTATE-REFERRAL TO TRUE
               WHEN OTHER
                   EXEC SQL
                       SELECT SPECIAL_HANDLING,
                              COALESCE(CHAR(SPECIAL_START_DATE), ' '),
                              COALESCE(CHAR(SPECIAL_END_DATE), ' ')
                       INTO  :SQL-CASE-SPECIAL,
                             :SQL-CASE-SPECIAL-START,
                             :SQL-CASE-SPECIAL-END
                       FROM CREDIT_ACCOUNT
                       WHERE ACCOUNT_NUMBER = :SQL-COL-ACCOUNT
                   END-EXEC

                   IF SQLCODE = 0
                      AND SQL-CASE-SPECIAL-START NOT > WS-TODAY-DATE
                      AND (SQL-CASE-SPECIAL-END = SPACES
                           OR SQL-CASE-SPECIAL-END NOT < WS-TODAY-DATE)
                       EVALUATE TRUE
                           WHEN SQL-CASE-SPECIAL-BANKRUPT
                               SET WS-COLLECTION-STAYED TO TRUE
                           WHEN SQL-CASE-SPECIAL-DECEASED
                               SET WS-ESTATE-REFERRAL TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * INSERT ONE COLLECTION_ACTION ROW AGAINST THE CASE ON THE      *
      * SCREEN. ACTION IDS ARE MAX+1 - COLLECTOR TRAFFIC IS LIGHT     *
