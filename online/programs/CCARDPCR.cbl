       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDPCR.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDPCR - PENDING CHANGE APPROVAL (CICS ONLINE)      *
      * TRANID:  CPCR                                                  *
      * PURPOSE: PSEUDO-CONVERSATIONAL SCREEN OVER THE PENDING_CHANGE  *
      *          TABLE - THE HIGH-RISK MAINTENANCE HELD FOR A SECOND   *
      *          PERSON: CREDIT LIMIT INCREASES ABOVE THE DUAL-CONTROL *
      *          THRESHOLD AND REACTIVATIONS OF SUSPENDED OR CHARGED-  *
      *          OFF ACCOUNTS KEYED ON CACM (CCARDACM), AND AUTOPAY    *
      *          BANK-DETAIL CHANGES KEYED ON CAPE (CCARDAPE). A       *
      *          SUPERVISOR PAGES THROUGH THE PENDING ITEMS AND        *
      *          APPROVES OR REJECTS EACH ONE. EVERY DECISION IS       *
      *          WRITTEN TO ACCOUNT_AUDIT_LOG WITH THE SUPERVISOR'S    *
      *          TERMINAL AND THE REASON.                              *
      *                                                                *
      * FUNCTION CODES (ENTERED ON THE SCREEN):                        *
      *   N - NEXT    - DISPLAY THE NEXT PENDING CHANGE                *
      *   A - APPROVE - APPLY THE CHANGE: THE NEW CREDIT LIMIT, THE    *
      *                 ACCOUNT BACK TO ACTIVE, OR THE NEW BANK        *
      *                 DETAILS (AND PLAN) ON THE AUTOPAY ENROLLMENT   *
      *   R - REJECT  - DISCARD THE CHANGE WITH THE REASON KEYED       *
      *                 (NOTHING IS APPLIED)                           *
      *                                                                *
      * THE MAKER NEVER APPROVES THEIR OWN CHANGE: AN APPROVAL FROM    *
      * THE TERMINAL THAT KEYED IT IS REFUSED AND THE ATTEMPT ITSELF   *
      * IS AUDITED ('SELF-APPROVAL REFUSED') FOR THE CCARDAUR REVIEW   *
      * REPORT. THE MAKER MAY STILL WITHDRAW IT WITH R.                *
      *                                                                *
      * AN APPROVAL IS ONLY APPLIED IF THE ACCOUNT OR ENROLLMENT STILL *
      * STANDS AS IT DID WHEN THE CHANGE WAS KEYED AND THE ACCOUNT IS  *
      * NOT SANCTIONS-BLOCKED; OTHERWISE IT MUST BE REJECTED AND       *
      * REKEYED. ONLY A PENDING ITEM CAN BE DECIDED. THE QUEUE ROW,    *
      * THE CHANGE ITSELF AND THE AUDIT ROW ARE ONE UNIT OF WORK - ANY *
      * FAILURE ROLLS ALL OF THEM BACK.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SYMBOLIC MAP                                                   *
      *----------------------------------------------------------------*
       COPY CCPCRMAPO.

      *----------------------------------------------------------------*
      * PENDING_CHANGE HOST VARIABLES (SHARED WITH CCARDACM, CCARDAPE  *
      * AND CCARDAUR)                                                  *
      *----------------------------------------------------------------*
       COPY PCHGREC.

      *----------------------------------------------------------------*
      * ACCOUNT RECORD - ACCT-NUMBER/STATUS/LIMIT/BALANCE ARE THE HOST *
      * VARIABLES FOR THE ACCOUNT READ AND UPDATE                      *
      *----------------------------------------------------------------*
       COPY ACCOUNT.

      *----------------------------------------------------------------*
      * AUTOPAY_ENROLLMENT HOST VARIABLES (SHARED WITH CCARDAPE)       *
      *----------------------------------------------------------------*
       COPY APAYREC.

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-MAPSET                PIC X(8) VALUE 'CCPCRMAP'.
           05  WS-MAPNAME               PIC X(8) VALUE 'CCPCRMP1'.
           05  WS-TRANID                PIC X(4) VALUE 'CPCR'.

      *----------------------------------------------------------------*
      * CICS RESPONSE CODE HOLDER                                      *
      *----------------------------------------------------------------*
       01  WS-RESP                      PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * WORKING FIELDS                                                 *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-MESSAGE               PIC X(79) VALUE SPACES.
           05  WS-OLD-STATUS            PIC X(1)  VALUE SPACES.
           05  WS-NEW-STATUS            PIC X(1)  VALUE SPACES.
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-AUDIT-OLD-LIMIT       PIC S9(8)V99 COMP-3.
           05  WS-AUDIT-NEW-LIMIT       PIC S9(8)V99 COMP-3.
           05  WS-PENDING-COUNT         PIC S9(9) COMP VALUE ZERO.
           05  WS-ITEM-SHOWN            PIC X(1)  VALUE 'N'.
               88  WS-ITEM-ON-SCREEN            VALUE 'Y'.

      *----------------------------------------------------------------*
      * ON-SCREEN FORMS OF THE CHANGE-FROM AND CHANGE-TO VALUES        *
      *----------------------------------------------------------------*
       01  WS-LIMIT-DISPLAY.
           05  FILLER                   PIC X(6)  VALUE 'LIMIT '.
           05  WS-LIMIT-DISP-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  WS-STATUS-DISPLAY.
           05  FILLER                   PIC X(15) VALUE
               'ACCOUNT STATUS '.
           05  WS-STATUS-DISP-CODE      PIC X(1).
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  WS-BANK-DISPLAY.
           05  FILLER                   PIC X(4)  VALUE 'RTN '.
           05  WS-BANK-DISP-ROUTING     PIC X(9).
           05  FILLER                   PIC X(6)  VALUE ' ACCT '.
           05  WS-BANK-DISP-ACCOUNT     PIC X(17).
           05  FILLER                   PIC X(6)  VALUE ' PLAN '.
           05  WS-BANK-DISP-PLAN        PIC X(1).
           05  FILLER                   PIC X(6)  VALUE ' STAT '.
           05  WS-BANK-DISP-STATUS      PIC X(1).

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - THE    *
      * CHANGE ID CURRENTLY ON THE SCREEN SO N PAGES FORWARD FROM IT   *
      * AND A/R APPLY TO IT.                                           *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-CHANGE-ID             PIC S9(9) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CHANGE-ID             PIC S9(9) COMP.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               MOVE ZERO TO CA-CHANGE-ID
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE LK-CHANGE-ID TO CA-CHANGE-ID
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      * FIRST ENTRY - BLANK SCREEN WITH THE NUMBER OF CHANGES WAITING, *
      * SUPERVISOR KEYS N TO VIEW THE FIRST ONE                        *
      *----------------------------------------------------------------*
       1000-SEND-INITIAL-SCREEN.
           PERFORM 6300-COUNT-PENDING-CHANGES
           MOVE SPACES TO CCPCRMAPO
           MOVE -1 TO FUNCL
           MOVE WS-PENDING-COUNT TO PPENDO
           IF WS-MESSAGE = SPACES
               MOVE 'KEY N AND PRESS ENTER TO VIEW THE FIRST CHANGE'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCPCRMAPO)
                          ERASE
           END-EXEC.

      *----------------------------------------------------------------*
      * RECEIVE THE SUPERVISOR'S INPUT AND DISPATCH ON FUNCTION CODE.  *
      * A MAPFAIL IS CHECKED BEFORE ANY RECEIVED FIELD IS USED.        *
      *----------------------------------------------------------------*
       2000-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                              MAPSET(WS-MAPSET)
                              INTO(CCPCRMAPI)
                              RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO INPUT RECEIVED - PLEASE RE-ENTER' TO WS-MESSAGE
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE SPACES TO WS-MESSAGE

               EVALUATE FUNCI
                   WHEN 'N'
                       PERFORM 3000-FETCH-NEXT-ITEM
                   WHEN 'A'
                       PERFORM 4000-APPROVE-CHANGE
                   WHEN 'R'
                       PERFORM 5000-REJECT-CHANGE
                   WHEN OTHER
                       PERFORM 6000-READ-CURRENT-ITEM
                       MOVE 'INVALID FUNCTION - USE N, A OR R'
                            TO WS-MESSAGE
               END-EVALUATE

               PERFORM 6300-COUNT-PENDING-CHANGES
               PERFORM 8000-SEND-RESULT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      * NEXT - FETCH THE FIRST PENDING ITEM WITH AN ID ABOVE THE ONE   *
      * ON THE SCREEN. RUNNING OFF THE END RESETS THE POSITION SO      *
      * ANOTHER N WRAPS BACK TO THE OLDEST PENDING ITEM.               *
      *----------------------------------------------------------------*
       3000-FETCH-NEXT-ITEM.
           MOVE CA-CHANGE-ID TO SQL-PCHG-ID

           EXEC SQL
               SELECT CHANGE_ID,
                      ACCOUNT_NUMBER,
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
                      CHAR(REQUESTED_TIMESTAMP),
                      COALESCE(DECIDED_BY, ' '),
                      COALESCE(CHAR(DECIDED_TIMESTAMP), ' '),
                      COALESCE(REJECT_REASON, ' ')
               INTO  :SQL-PCHG-ID,
                     :SQL-PCHG-ACCOUNT,
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
                     :SQL-PCHG-REQUESTED-TS,
                     :SQL-PCHG-DECIDED-BY,
                     :SQL-PCHG-DECIDED-TS,
                     :SQL-PCHG-REJECT-REASON
               FROM PENDING_CHANGE
               WHERE CHANGE_ID > :SQL-PCHG-ID
                 AND CHANGE_STATUS = 'P'
               ORDER BY CHANGE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-PCHG-ID TO CA-CHANGE-ID
               MOVE 'Y' TO WS-ITEM-SHOWN
               PERFORM 6100-READ-ACCOUNT
               IF SQL-PCHG-REQUESTED-BY = EIBTRMID
                   MOVE 'OWN CHANGE - ANOTHER TERMINAL MUST APPROVE'
                        TO WS-MESSAGE
               ELSE
                   MOVE 'PENDING CHANGE DISPLAYED' TO WS-MESSAGE
               END-IF
           ELSE
               MOVE ZERO TO CA-CHANGE-ID
               MOVE 'NO MORE PENDING CHANGES - N WRAPS TO FIRST'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * APPROVE - APPLY THE CHANGE. THE MAKER'S OWN TERMINAL IS        *
      * REFUSED; A CHANGE WHOSE STARTING POINT HAS MOVED SINCE IT WAS  *
      * KEYED IS NOT APPLIED.                                          *
      *----------------------------------------------------------------*
       4000-APPROVE-CHANGE.
           PERFORM 6000-READ-CURRENT-ITEM
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-SCREEN
                   MOVE 'NO ITEM ON SCREEN - KEY N FIRST' TO WS-MESSAGE
               WHEN NOT SQL-PCHG-PENDING
                   MOVE 'ITEM ALREADY DECIDED - PENDING ITEMS ONLY'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-REQUESTED-BY = EIBTRMID
                   PERFORM 4100-REFUSE-SELF-APPROVAL
               WHEN OTHER
                   PERFORM 4200-CHECK-STILL-VALID

                   IF WS-MESSAGE = SPACES
                       SET SQL-PCHG-APPROVED TO TRUE
                       MOVE SPACES TO SQL-PCHG-REJECT-REASON
                       PERFORM 7000-REWRITE-CHANGE-STATUS
                   END-IF

                   IF WS-MESSAGE = SPACES
                       EVALUATE TRUE
                           WHEN SQL-PCHG-LIMIT-INCREASE
                               PERFORM 7200-APPLY-LIMIT-INCREASE
                           WHEN SQL-PCHG-REACTIVATION
                               PERFORM 7300-APPLY-REACTIVATION
                           WHEN SQL-PCHG-BANK-DETAILS
                               PERFORM 7400-APPLY-BANK-DETAILS
                       END-EVALUATE
                   END-IF

                   IF WS-MESSAGE = SPACES
                       PERFORM 7100-WRITE-AUDIT-RECORD
                   END-IF

                   IF WS-MESSAGE = SPACES
                       EXEC SQL COMMIT WORK END-EXEC
                       MOVE 'CHANGE APPROVED AND APPLIED' TO WS-MESSAGE
                   END-IF
                   PERFORM 6000-READ-CURRENT-ITEM
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE MAKER TRIED TO APPROVE THEIR OWN CHANGE - REFUSE IT AND    *
      * AUDIT THE ATTEMPT (NOTHING ELSE CHANGES, THE ITEM STAYS        *
      * PENDING)                                                       *
      *----------------------------------------------------------------*
       4100-REFUSE-SELF-APPROVAL.
           MOVE ACCT-STATUS TO WS-OLD-STATUS
           MOVE ACCT-STATUS TO WS-NEW-STATUS
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-NEW-LIMIT
           MOVE 'SELF-APPROVAL REFUSED' TO WS-AUDIT-REASON
           PERFORM 7100-WRITE-AUDIT-RECORD

           IF WS-MESSAGE = SPACES
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 'MAKER CANNOT APPROVE OWN CHANGE - REFUSED'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * THE ACCOUNT (AND FOR A BANK CHANGE THE ENROLLMENT) MUST STILL  *
      * STAND AS IT DID WHEN THE CHANGE WAS KEYED, AND A SANCTIONS     *
      * BLOCK IS NEVER OVERRIDDEN FROM HERE                            *
      *----------------------------------------------------------------*
       4200-CHECK-STILL-VALID.
           EVALUATE TRUE
               WHEN ACCT-SANCTIONS-BLOCKED
                   MOVE 'ACCOUNT BLOCKED - SANCTIONS MATCH'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-LIMIT-INCREASE
                AND ACCT-CREDIT-LIMIT NOT = SQL-PCHG-OLD-LIMIT
                   MOVE 'LIMIT CHANGED SINCE KEYED - REJECT AND REKEY'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-REACTIVATION
                AND ACCT-STATUS NOT = SQL-PCHG-OLD-STATUS
                   MOVE 'STATUS CHANGED SINCE KEYED - REJECT AND REKEY'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-BANK-DETAILS
                   PERFORM 6200-READ-ENROLLMENT
                   IF SQLCODE NOT = 0
                      OR SQL-APAY-ROUTING NOT = SQL-PCHG-OLD-ROUTING
                      OR SQL-APAY-BANK-ACCOUNT
                         NOT = SQL-PCHG-OLD-BANK-ACCT
                      OR SQL-APAY-STATUS NOT = SQL-PCHG-OLD-STATUS
                       MOVE 'AUTOPAY CHANGED SINCE KEYED - REJECT'
                            TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REJECT - DISCARD THE CHANGE WITH THE REASON KEYED. THE MAKER   *
      * MAY WITHDRAW THEIR OWN CHANGE THIS WAY.                        *
      *----------------------------------------------------------------*
       5000-REJECT-CHANGE.
           PERFORM 6000-READ-CURRENT-ITEM
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-SCREEN
                   MOVE 'NO ITEM ON SCREEN - KEY N FIRST' TO WS-MESSAGE
               WHEN NOT SQL-PCHG-PENDING
                   MOVE 'ITEM ALREADY DECIDED - PENDING ITEMS ONLY'
                        TO WS-MESSAGE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN PRSNL > ZERO AND PRSNI NOT = SPACES
                           MOVE PRSNI TO SQL-PCHG-REJECT-REASON
                       WHEN SQL-PCHG-REQUESTED-BY = EIBTRMID
                           MOVE 'WITHDRAWN BY REQUESTER'
                                TO SQL-PCHG-REJECT-REASON
                       WHEN OTHER
                           MOVE 'REJECTED BY SUPERVISOR'
                                TO SQL-PCHG-REJECT-REASON
                   END-EVALUATE
                   SET SQL-PCHG-REJECTED TO TRUE
                   PERFORM 7000-REWRITE-CHANGE-STATUS

                   IF WS-MESSAGE = SPACES
                       MOVE ACCT-STATUS TO WS-OLD-STATUS
                       MOVE ACCT-STATUS TO WS-NEW-STATUS
                       MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
                       MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-NEW-LIMIT
                       EVALUATE TRUE
                           WHEN SQL-PCHG-LIMIT-INCREASE
                               MOVE 'LIMIT INCREASE REJECTED'
                                    TO WS-AUDIT-REASON
                           WHEN SQL-PCHG-REACTIVATION
                               MOVE 'REACTIVATION REJECTED'
                                    TO WS-AUDIT-REASON
                           WHEN SQL-PCHG-BANK-DETAILS
                               MOVE 'BANK CHANGE REJECTED'
                                    TO WS-AUDIT-REASON
                       END-EVALUATE
                       PERFORM 7100-WRITE-AUDIT-RECORD
                   END-IF

                   IF WS-MESSAGE = SPACES
                       EXEC SQL COMMIT WORK END-EXEC
                       MOVE 'CHANGE REJECTED - NOTHING APPLIED'
                            TO WS-MESSAGE
                   END-IF
                   PERFORM 6000-READ-CURRENT-ITEM
           END-EVALUATE.

      *----------------------------------------------------------------*
      * READ THE ITEM THE SCREEN IS POSITIONED ON (IF ANY) AND THE     *
      * ACCOUNT IT BELONGS TO                                          *
      *----------------------------------------------------------------*
       6000-READ-CURRENT-ITEM.
           MOVE 'N' TO WS-ITEM-SHOWN
           IF CA-CHANGE-ID > ZERO
               MOVE CA-CHANGE-ID TO SQL-PCHG-ID

               EXEC SQL
                   SELECT CHANGE_ID,
                          ACCOUNT_NUMBER,
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
                          CHAR(REQUESTED_TIMESTAMP),
                          COALESCE(DECIDED_BY, ' '),
                          COALESCE(CHAR(DECIDED_TIMESTAMP), ' '),
                          COALESCE(REJECT_REASON, ' ')
                   INTO  :SQL-PCHG-ID,
                         :SQL-PCHG-ACCOUNT,
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
                         :SQL-PCHG-REQUESTED-TS,
                         :SQL-PCHG-DECIDED-BY,
                         :SQL-PCHG-DECIDED-TS,
                         :SQL-PCHG-REJECT-REASON
                   FROM PENDING_CHANGE
                   WHERE CHANGE_ID = :SQL-PCHG-ID
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 6100-READ-ACCOUNT
                   IF SQLCODE = 0
                       MOVE 'Y' TO WS-ITEM-SHOWN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CURRENT STATUS, LIMIT AND BALANCE OF THE ACCOUNT THE CHANGE    *
      * BELONGS TO                                                     *
      *----------------------------------------------------------------*
       6100-READ-ACCOUNT.
           MOVE SQL-PCHG-ACCOUNT TO ACCT-NUMBER
           MOVE SPACES TO ACCT-STATUS
           MOVE ZERO TO ACCT-CREDIT-LIMIT
           MOVE ZERO TO ACCT-CURRENT-BALANCE

           EXEC SQL
               SELECT ACCOUNT_STATUS,
                      CREDIT_LIMIT,
                      CURRENT_BALANCE
               INTO  :ACCT-STATUS,
                     :ACCT-CREDIT-LIMIT,
                     :ACCT-CURRENT-BALANCE
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * THE AUTOPAY ENROLLMENT A BANK-DETAIL CHANGE APPLIES TO         *
      *----------------------------------------------------------------*
       6200-READ-ENROLLMENT.
           MOVE SQL-PCHG-ACCOUNT TO SQL-APAY-ACCOUNT

           EXEC SQL
               SELECT BANK_ROUTING,
                      BANK_ACCOUNT,
                      PLAN_CODE,
                      STATUS
               INTO  :SQL-APAY-ROUTING,
                     :SQL-APAY-BANK-ACCOUNT,
                     :SQL-APAY-PLAN,
                     :SQL-APAY-STATUS
               FROM AUTOPAY_ENROLLMENT
               WHERE ACCOUNT_NUMBER = :SQL-APAY-ACCOUNT
           END-EXEC.

      *----------------------------------------------------------------*
      * HOW MANY CHANGES ARE STILL WAITING FOR A CHECKER               *
      *----------------------------------------------------------------*
       6300-COUNT-PENDING-CHANGES.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-PENDING-COUNT
               FROM PENDING_CHANGE
               WHERE CHANGE_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-PENDING-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * RECORD THE DECISION ON THE QUEUE ROW. THE PENDING TEST IN THE  *
      * WHERE CLAUSE STOPS TWO SUPERVISORS DECIDING THE SAME ITEM.     *
      *----------------------------------------------------------------*
       7000-REWRITE-CHANGE-STATUS.
           MOVE EIBTRMID TO SQL-PCHG-DECIDED-BY

           EXEC SQL
               UPDATE PENDING_CHANGE
               SET CHANGE_STATUS = :SQL-PCHG-STATUS,
                   DECIDED_BY = :SQL-PCHG-DECIDED-BY,
                   DECIDED_TIMESTAMP = CURRENT TIMESTAMP,
                   REJECT_REASON = :SQL-PCHG-REJECT-REASON
               WHERE CHANGE_ID = :SQL-PCHG-ID
                 AND CHANGE_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'ITEM ALREADY DECIDED - PENDING ITEMS ONLY'
                        TO WS-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'DECISION FAILED - DB2 ERROR' TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * AUDIT TRAIL FOR THE DECISION - OLD AND NEW STATUS AND LIMIT    *
      * (THE SAME WHEN THE DECISION DID NOT MOVE THEM), THE REASON AND *
      * THE SUPERVISOR'S TERMINAL                                      *
      *----------------------------------------------------------------*
       7100-WRITE-AUDIT-RECORD.
           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT_LOG
                   (ACCOUNT_NUMBER,
                    OLD_STATUS,
                    NEW_STATUS,
                    OLD_LIMIT,
                    NEW_LIMIT,
                    CHANGE_REASON,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:ACCT-NUMBER,
                    :WS-OLD-STATUS,
                    :WS-NEW-STATUS,
                    :WS-AUDIT-OLD-LIMIT,
                    :WS-AUDIT-NEW-LIMIT,
                    :WS-AUDIT-REASON,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'DECISION FAILED - AUDIT DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * APPLY AN APPROVED LIMIT INCREASE. THE OLD LIMIT IN THE WHERE   *
      * CLAUSE STOPS IT LANDING ON A LIMIT CHANGED SINCE THE CHECK.    *
      *----------------------------------------------------------------*
       7200-APPLY-LIMIT-INCREASE.
           MOVE ACCT-STATUS TO WS-OLD-STATUS
           MOVE ACCT-STATUS TO WS-NEW-STATUS
           MOVE SQL-PCHG-OLD-LIMIT TO WS-AUDIT-OLD-LIMIT
           MOVE SQL-PCHG-NEW-LIMIT TO WS-AUDIT-NEW-LIMIT
           MOVE 'LIMIT INCREASE APPROVED' TO WS-AUDIT-REASON

           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET CREDIT_LIMIT = :SQL-PCHG-NEW-LIMIT,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
                 AND CREDIT_LIMIT = :SQL-PCHG-OLD-LIMIT
           END-EXEC

           PERFORM 7500-CHECK-APPLY-RESULT.

      *----------------------------------------------------------------*
      * APPLY AN APPROVED REACTIVATION - BACK TO ACTIVE FROM THE       *
      * STATUS THE ACCOUNT HAD WHEN THE CHANGE WAS KEYED               *
      *----------------------------------------------------------------*
       7300-APPLY-REACTIVATION.
           MOVE ACCT-STATUS TO WS-OLD-STATUS
           MOVE SQL-PCHG-NEW-STATUS TO WS-NEW-STATUS
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-NEW-LIMIT
           MOVE 'REACTIVATION APPROVED' TO WS-AUDIT-REASON

           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET ACCOUNT_STATUS = :SQL-PCHG-NEW-STATUS,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
                 AND ACCOUNT_STATUS = :SQL-PCHG-OLD-STATUS
           END-EXEC

           PERFORM 7500-CHECK-APPLY-RESULT.

      *----------------------------------------------------------------*
      * APPLY APPROVED BANK DETAILS (AND THE PLAN KEYED WITH THEM) TO  *
      * THE ENROLLMENT, RE-ENROLLING IT IF IT WAS CANCELLED. THE AUDIT *
      * ROW CARRIES THE ENROLLMENT STATUS TRANSITION, AS CAPE'S DO.    *
      *----------------------------------------------------------------*
       7400-APPLY-BANK-DETAILS.
           MOVE SQL-PCHG-OLD-STATUS TO WS-OLD-STATUS
           MOVE SQL-PCHG-NEW-STATUS TO WS-NEW-STATUS
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-AUDIT-NEW-LIMIT
           MOVE 'BANK CHANGE APPROVED' TO WS-AUDIT-REASON
           MOVE EIBTRMID TO SQL-APAY-UPDATED-BY

           EXEC SQL
               UPDATE AUTOPAY_ENROLLMENT
               SET BANK_ROUTING = :SQL-PCHG-NEW-ROUTING,
                   BANK_ACCOUNT = :SQL-PCHG-NEW-BANK-ACCT,
                   PLAN_CODE = :SQL-PCHG-NEW-PLAN,
                   STATUS = :SQL-PCHG-NEW-STATUS,
                   UPDATED_BY = :SQL-APAY-UPDATED-BY
               WHERE ACCOUNT_NUMBER = :SQL-APAY-ACCOUNT
                 AND BANK_ROUTING = :SQL-PCHG-OLD-ROUTING
                 AND BANK_ACCOUNT = :SQL-PCHG-OLD-BANK-ACCT
           END-EXEC

           PERFORM 7500-CHECK-APPLY-RESULT.

      *----------------------------------------------------------------*
      * +100 ON AN APPLY MEANS THE ROW MOVED BETWEEN THE CHECK AND THE *
      * UPDATE - NOTHING IS APPLIED AND THE ITEM STAYS PENDING         *
      *----------------------------------------------------------------*
       7500-CHECK-APPLY-RESULT.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'ACCOUNT CHANGED SINCE KEYED - REJECT AND REKEY'
                        TO WS-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'DECISION FAILED - DB2 ERROR' TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SEND THE CHANGE AND RESULT MESSAGE BACK TO THE SCREEN          *
      *----------------------------------------------------------------*
       8000-SEND-RESULT-SCREEN.
           MOVE SPACES TO CCPCRMAPO

           IF WS-ITEM-ON-SCREEN OR CA-CHANGE-ID > ZERO
               MOVE SQL-PCHG-ID TO PCHGIDO
               MOVE SQL-PCHG-ACCOUNT TO PACCTO
               MOVE ACCT-STATUS TO PASTATO
               PERFORM 8100-FORMAT-CHANGE
               MOVE SQL-PCHG-REQUESTED-BY TO PMAKERO
               MOVE SQL-PCHG-REQUESTED-TS TO PREQTSO
               MOVE SQL-PCHG-STATUS TO PSTATO
               MOVE SQL-PCHG-DECIDED-BY TO PCHKRO
               MOVE SQL-PCHG-DECIDED-TS TO PDECTSO
               MOVE SQL-PCHG-REJECT-REASON TO PRSNO
           END-IF

           MOVE WS-PENDING-COUNT TO PPENDO
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCPCRMAPO)
                          ERASE
           END-EXEC.

      *----------------------------------------------------------------*
      * DESCRIBE THE CHANGE - ITS TYPE AND THE VALUE IT REPLACES AND   *
      * THE VALUE IT ASKS FOR                                          *
      *----------------------------------------------------------------*
       8100-FORMAT-CHANGE.
           EVALUATE TRUE
               WHEN SQL-PCHG-LIMIT-INCREASE
                   MOVE 'CREDIT LIMIT INCREASE' TO PTYPEO
                   MOVE SQL-PCHG-OLD-LIMIT TO WS-LIMIT-DISP-AMOUNT
                   MOVE WS-LIMIT-DISPLAY TO PFROMO
                   MOVE SQL-PCHG-NEW-LIMIT TO WS-LIMIT-DISP-AMOUNT
                   MOVE WS-LIMIT-DISPLAY TO PTOO
               WHEN SQL-PCHG-REACTIVATION
                   MOVE 'ACCOUNT REACTIVATION' TO PTYPEO
                   MOVE SQL-PCHG-OLD-STATUS TO WS-STATUS-DISP-CODE
                   MOVE WS-STATUS-DISPLAY TO PFROMO
                   MOVE SQL-PCHG-NEW-STATUS TO WS-STATUS-DISP-CODE
                   MOVE WS-STATUS-DISPLAY TO PTOO
               WHEN SQL-PCHG-BANK-DETAILS
                   MOVE 'AUTOPAY BANK DETAILS' TO PTYPEO
                   MOVE SQL-PCHG-OLD-ROUTING TO WS-BANK-DISP-ROUTING
                   MOVE SQL-PCHG-OLD-BANK-ACCT TO WS-BANK-DISP-ACCOUNT
                   MOVE SQL-PCHG-OLD-PLAN TO WS-BANK-DISP-PLAN
                   MOVE SQL-PCHG-OLD-STATUS TO WS-BANK-DISP-STATUS
                   MOVE WS-BANK-DISPLAY TO PFROMO
                   MOVE SQL-PCHG-NEW-ROUTING TO WS-BANK-DISP-ROUTING
                   MOVE SQL-PCHG-NEW-BANK-ACCT TO WS-BANK-DISP-ACCOUNT
                   MOVE SQL-PCHG-NEW-PLAN TO WS-BANK-DISP-PLAN
                   MOVE SQL-PCHG-NEW-STATUS TO WS-BANK-DISP-STATUS
                   MOVE WS-BANK-DISPLAY TO PTOO
           END-EVALUATE.
