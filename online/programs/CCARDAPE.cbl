      * FUNCTION CODES (ENTERED ON THE SCREEN):                        *
      *   I - INQUIRE - DISPLAY THE ENROLLMENT AS IT STANDS TODAY      *
      *   E - ENROLL  - INSERT A NEW ENROLLMENT ROW                    *
      *   U - UPDATE  - CHANGE THE PLAN, OR QUEUE A BANK-DETAIL CHANGE *
      *   X - CANCEL  - STOP FUTURE DRAFTS (ROW KEPT FOR HISTORY)      *
      *                                                                *
      * EVERY ENROLL/UPDATE/CANCEL IS ALSO WRITTEN TO                  *
      * ACCOUNT_AUDIT_LOG - THE SAME TRAIL CCARDACM WRITES FOR         *
      * ACCOUNT STATUS CHANGES - SO THERE IS A RECORD OF WHO CHANGED   *
      * WHAT, WHEN, FROM WHICH TERMINAL.                               *
      *                                                                *
      * DUAL CONTROL: A CHANGE OF BANK ROUTING OR ACCOUNT ON AN        *
      * EXISTING ENROLLMENT (UPDATE, OR RE-ENROLLING A CANCELLED ONE   *
      * WITH DIFFERENT BANK DETAILS) IS NOT APPLIED HERE. IT IS        *
      * WRITTEN TO PENDING_CHANGE (PCHGREC) WITH AN AUDIT ROW SAYING   *
      * SO, AND A SUPERVISOR AT ANOTHER TERMINAL APPLIES OR REJECTS    *
      * IT ON THE PENDING CHANGE APPROVAL SCREEN (CCARDPCR). A FIRST   *
      * ENROLLMENT AND A PLAN-ONLY CHANGE APPLY AS BEFORE.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       COPY APAYREC.

      *----------------------------------------------------------------*
      * PENDING CHANGE HOST VARIABLES (SHARED WITH CCARDACM, CCARDPCR  *
      * AND CCARDAUR)                                                  *
      *----------------------------------------------------------------*
       COPY PCHGREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-MESSAGE               PIC X(79) VALUE SPACES.
           05  WS-OLD-APAY-STATUS       PIC X(1)  VALUE SPACES.
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-QUEUE-FLAG            PIC X(1)  VALUE 'N'.
               88  WS-CHANGE-QUEUED             VALUE 'Y'.

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - JUST   *
           MOVE APPLANI TO SQL-APAY-PLAN
           SET SQL-APAY-ACTIVE TO TRUE
           MOVE EIBTRMID TO SQL-APAY-UPDATED-BY
           MOVE 'AUTOPAY ENROLLED' TO WS-AUDIT-REASON

           EXEC SQL
               INSERT INTO AUTOPAY_ENROLLMENT

      *----------------------------------------------------------------*
      * RE-ENROLL A PREVIOUSLY CANCELLED ACCOUNT - THE EXISTING ROW   *
      * IS REACTIVATED WITH THE FRESHLY KEYED BANK/PLAN FIELDS. NEW   *
      * BANK DETAILS ARE QUEUED FOR APPROVAL INSTEAD.                 *
      *----------------------------------------------------------------*
       4300-REACTIVATE-ENROLLMENT.
           MOVE SQL-APAY-STATUS TO WS-OLD-APAY-STATUS
           IF APRTNI NOT = SQL-APAY-ROUTING
              OR APBANKI NOT = SQL-APAY-BANK-ACCOUNT
               PERFORM 5100-QUEUE-BANK-CHANGE
           ELSE
               MOVE APPLANI TO SQL-APAY-PLAN
               SET SQL-APAY-ACTIVE TO TRUE
               MOVE 'AUTOPAY RE-ENROLLED' TO WS-AUDIT-REASON
               PERFORM 7100-REWRITE-ENROLLMENT
               IF SQLCODE = 0
                   MOVE 'AUTOPAY RE-ENROLLED' TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UPDATE - CHANGE THE PLAN ON AN ACTIVE ENROLLMENT. NEW BANK    *
      * DETAILS ARE QUEUED FOR APPROVAL INSTEAD (THE PLAN KEYED WITH  *
      * THEM IS APPLIED ALONG WITH THEM).                             *
      *----------------------------------------------------------------*
       5000-UPDATE-ENROLLMENT.
           PERFORM 6000-READ-ENROLLMENT
               PERFORM 4100-EDIT-BANK-FIELDS
               IF WS-MESSAGE = SPACES
                   MOVE SQL-APAY-STATUS TO WS-OLD-APAY-STATUS
                   IF APRTNI NOT = SQL-APAY-ROUTING
                      OR APBANKI NOT = SQL-APAY-BANK-ACCOUNT
                       PERFORM 5100-QUEUE-BANK-CHANGE
                   ELSE
                       MOVE APPLANI TO SQL-APAY-PLAN
                       MOVE 'AUTOPAY UPDATED' TO WS-AUDIT-REASON
                       PERFORM 7100-REWRITE-ENROLLMENT
                       IF SQLCODE = 0
                           MOVE 'ENROLLMENT UPDATED' TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * NEW BANK DETAILS - QUEUE THEM ON PENDING_CHANGE FOR APPROVAL   *
      * ON CPCR WITH THE DETAILS THEY REPLACE. THE ENROLLMENT STAYS AS *
      * IT IS (A CANCELLED ONE STAYS CANCELLED) UNTIL THEN.            *
      *----------------------------------------------------------------*
       5100-QUEUE-BANK-CHANGE.
           SET SQL-PCHG-BANK-DETAILS TO TRUE
           MOVE SQL-APAY-ACCOUNT TO SQL-PCHG-ACCOUNT
           PERFORM 6200-COUNT-PENDING-CHANGES

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'BANK CHANGE NOT QUEUED - DB2 ERROR'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-ROW-COUNT > 0
                   MOVE 'BANK CHANGE ALREADY PENDING ON CPCR'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE SQL-APAY-ROUTING TO SQL-PCHG-OLD-ROUTING
                   MOVE SQL-APAY-BANK-ACCOUNT TO SQL-PCHG-OLD-BANK-ACCT
                   MOVE APRTNI TO SQL-PCHG-NEW-ROUTING
                   MOVE APBANKI TO SQL-PCHG-NEW-BANK-ACCT
                   MOVE SQL-APAY-PLAN TO SQL-PCHG-OLD-PLAN
                   MOVE APPLANI TO SQL-PCHG-NEW-PLAN
                   MOVE WS-OLD-APAY-STATUS TO SQL-PCHG-OLD-STATUS
                   MOVE 'A' TO SQL-PCHG-NEW-STATUS
                   MOVE 'BANK CHANGE QUEUED' TO WS-AUDIT-REASON
                   PERFORM 7200-QUEUE-PENDING-CHANGE
                   IF WS-CHANGE-QUEUED
                       MOVE 'BANK CHANGE QUEUED - APPROVE ON CPCR'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'BANK CHANGE NOT QUEUED - DB2 ERROR'
                            TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CANCEL - STOP FUTURE DRAFTS; THE ROW IS KEPT FOR HISTORY AND  *
      * SO A RETURNED DRAFT ALREADY IN FLIGHT CAN STILL BE TRACED     *
           ELSE
               MOVE SQL-APAY-STATUS TO WS-OLD-APAY-STATUS
               SET SQL-APAY-CANCELLED TO TRUE
               MOVE 'AUTOPAY CANCELLED' TO WS-AUDIT-REASON
               PERFORM 7100-REWRITE-ENROLLMENT
               IF SQLCODE = 0
                   MOVE 'AUTOPAY CANCELLED' TO WS-MESSAGE
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * COUNT THE PENDING CHANGES OF THE TYPE IN SQL-PCHG-TYPE ALREADY *
      * WAITING ON THIS ACCOUNT                                        *
      *----------------------------------------------------------------*
       6200-COUNT-PENDING-CHANGES.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :SQL-PCHG-ROW-COUNT
               FROM PENDING_CHANGE
               WHERE ACCOUNT_NUMBER = :SQL-PCHG-ACCOUNT
                 AND CHANGE_TYPE = :SQL-PCHG-TYPE
                 AND CHANGE_STATUS = 'P'
           END-EXEC.

      *----------------------------------------------------------------*
      * AUDIT TRAIL - ONE ROW PER ENROLL/UPDATE/CANCEL, KEYED BY THE   *
      * TERMINAL THE CHANGE WAS MADE FROM, THE SAME TRAIL CCARDACM     *
      * WRITES. THE OLD/NEW STATUS BYTES CARRY THE ENROLLMENT STATUS   *
      * TRANSITION; CHANGE_REASON SAYS WHICH AUTOPAY CHANGE IT WAS.    *
      *----------------------------------------------------------------*
       7000-WRITE-AUDIT-RECORD.
           EXEC SQL
                   (ACCOUNT_NUMBER,
                    OLD_STATUS,
                    NEW_STATUS,
                    CHANGE_REASON,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:SQL-APAY-ACCOUNT,
                    :WS-OLD-APAY-STATUS,
                    :SQL-APAY-STATUS,
                    :WS-AUDIT-REASON,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC
               MOVE 'CHANGE FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * QUEUE A BANK-DETAIL CHANGE FOR A SECOND PERSON - THE           *
      * PENDING_CHANGE ROW BUILT BY THE CALLER AND AN AUDIT ROW        *
      * (ENROLLMENT STATUS UNCHANGED) GO IN ONE UNIT OF WORK, KEYED BY *
      * THE MAKER'S TERMINAL                                           *
      *----------------------------------------------------------------*
       7200-QUEUE-PENDING-CHANGE.
           MOVE 'N' TO WS-QUEUE-FLAG
           SET SQL-PCHG-PENDING TO TRUE
           MOVE ZERO TO SQL-PCHG-OLD-LIMIT
           MOVE ZERO TO SQL-PCHG-NEW-LIMIT
           MOVE EIBTRMID TO SQL-PCHG-REQUESTED-BY

           EXEC SQL
               INSERT INTO PENDING_CHANGE
                   (ACCOUNT_NUMBER,
                    CHANGE_TYPE,
                    CHANGE_STATUS,
                    OLD_LIMIT,
                    NEW_LIMIT,
                    OLD_STATUS,
                    NEW_STATUS,
                    OLD_ROUTING,
                    OLD_BANK_ACCOUNT,
                    NEW_ROUTING,
                    NEW_BANK_ACCOUNT,
                    OLD_PLAN,
                    NEW_PLAN,
                    REQUESTED_BY,
                    REQUESTED_TIMESTAMP)
               VALUES
                   (:SQL-PCHG-ACCOUNT,
                    :SQL-PCHG-TYPE,
                    :SQL-PCHG-STATUS,
                    :SQL-PCHG-OLD-LIMIT,
                    :SQL-PCHG-NEW-LIMIT,
                    :SQL-PCHG-OLD-STATUS,
                    :SQL-PCHG-NEW-STATUS,
                    :SQL-PCHG-OLD-ROUTING,
                    :SQL-PCHG-OLD-BANK-ACCT,
                    :SQL-PCHG-NEW-ROUTING,
                    :SQL-PCHG-NEW-BANK-ACCT,
                    :SQL-PCHG-OLD-PLAN,
                    :SQL-PCHG-NEW-PLAN,
                    :SQL-PCHG-REQUESTED-BY,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO ACCOUNT_AUDIT_LOG
                       (ACCOUNT_NUMBER,
                        OLD_STATUS,
                        NEW_STATUS,
                        CHANGE_REASON,
                        CHANGED_BY,
                        CHANGE_TIMESTAMP)
                   VALUES
                       (:SQL-APAY-ACCOUNT,
                        :WS-OLD-APAY-STATUS,
                        :WS-OLD-APAY-STATUS,
                        :WS-AUDIT-REASON,
                        :EIBTRMID,
                        CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 'Y' TO WS-QUEUE-FLAG
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * SEND THE ENROLLMENT DATA AND RESULT MESSAGE BACK TO THE SCREEN *
      *----------------------------------------------------------------*
