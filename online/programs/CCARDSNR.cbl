       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDSNR.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDSNR - SANCTIONS MATCH REVIEW (CICS ONLINE)       *
      * TRANID:  CSNR                                                  *
      * PURPOSE: PSEUDO-CONVERSATIONAL SCREEN OVER THE                 *
      *          SANCTIONS_REVIEW_QUEUE TABLE (POTENTIAL WATCH-LIST    *
      *          MATCHES WRITTEN BY THE CACM OPEN IN CCARDACM AND BY   *
      *          THE CCARDSCN RESCREEN) SO COMPLIANCE CAN PAGE         *
      *          THROUGH THE PENDING HITS AND DECIDE EACH ONE. EVERY   *
      *          DECISION IS WRITTEN TO ACCOUNT_AUDIT_LOG WITH THE     *
      *          REVIEWER'S TERMINAL AND THE REASON.                   *
      *                                                                *
      * FUNCTION CODES (ENTERED ON THE SCREEN):                        *
      *   N - NEXT    - DISPLAY THE NEXT PENDING POTENTIAL MATCH       *
      *   M - MATCH   - CONFIRM THE MATCH: THE ACCOUNT GOES TO         *
      *                 SANCTIONS-BLOCKED ('B') SO CCARDAUT AND        *
      *                 CCARDPROC BOTH DECLINE IT                      *
      *   F - FALSE   - CLEAR THE HIT AS A FALSE POSITIVE: AN ACCOUNT  *
      *                 HELD AT OPEN ('R') IS RELEASED TO ACTIVE ONCE  *
      *                 NO OTHER HIT FOR IT IS STILL PENDING           *
      *                                                                *
      * ONLY A PENDING ITEM CAN BE DECIDED. THE QUEUE ROW, THE ACCOUNT *
      * STATUS AND THE AUDIT ROW ARE ONE UNIT OF WORK - ANY FAILURE    *
      * ROLLS ALL THREE BACK.                                          *
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
       COPY CCSNRMAPO.

      *----------------------------------------------------------------*
      * SANCTIONS_REVIEW_QUEUE HOST VARIABLES (SHARED WITH THE BATCH   *
      * SIDE)                                                          *
      *----------------------------------------------------------------*
       COPY SNRREC.

      *----------------------------------------------------------------*
      * ACCOUNT RECORD - ACCT-NUMBER/ACCT-STATUS ARE THE HOST          *
      * VARIABLES FOR THE STATUS READ AND UPDATE                       *
      *----------------------------------------------------------------*
       COPY ACCOUNT.

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-MAPSET                PIC X(8) VALUE 'CCSNRMAP'.
           05  WS-MAPNAME               PIC X(8) VALUE 'CCSNRMP1'.
           05  WS-TRANID                PIC X(4) VALUE 'CSNR'.

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
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-ITEM-SHOWN            PIC X(1)  VALUE 'N'.
               88  WS-ITEM-ON-SCREEN            VALUE 'Y'.

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - THE    *
      * REVIEW ID CURRENTLY ON THE SCREEN SO N PAGES FORWARD FROM IT   *
      * AND M/F APPLY TO IT.                                           *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-REVIEW-ID             PIC S9(9) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-REVIEW-ID             PIC S9(9) COMP.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               MOVE ZERO TO CA-REVIEW-ID
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE LK-REVIEW-ID TO CA-REVIEW-ID
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      * FIRST ENTRY - BLANK SCREEN, REVIEWER KEYS N TO VIEW THE FIRST  *
      * PENDING POTENTIAL MATCH                                        *
      *----------------------------------------------------------------*
       1000-SEND-INITIAL-SCREEN.
           MOVE SPACES TO CCSNRMAPO
           MOVE -1 TO FUNCL
           IF WS-MESSAGE = SPACES
               MOVE 'KEY N AND PRESS ENTER TO VIEW THE FIRST HIT'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCSNRMAPO)
                          ERASE
           END-EXEC.

      *----------------------------------------------------------------*
      * RECEIVE THE REVIEWER'S INPUT AND DISPATCH ON FUNCTION CODE. A  *
      * MAPFAIL IS CHECKED BEFORE ANY RECEIVED FIELD IS USED.          *
      *----------------------------------------------------------------*
       2000-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                              MAPSET(WS-MAPSET)
                              INTO(CCSNRMAPI)
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
                   WHEN 'M'
                       PERFORM 4000-CONFIRM-MATCH
                   WHEN 'F'
                       PERFORM 5000-CLEAR-FALSE-POSITIVE
                   WHEN OTHER
                       PERFORM 6000-READ-CURRENT-ITEM
                       MOVE 'INVALID FUNCTION - USE N, M OR F'
                            TO WS-MESSAGE
               END-EVALUATE

               PERFORM 8000-SEND-RESULT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      * NEXT - FETCH THE FIRST PENDING ITEM WITH AN ID ABOVE THE ONE   *
      * ON THE SCREEN. RUNNING OFF THE END RESETS THE POSITION SO      *
      * ANOTHER N WRAPS BACK TO THE OLDEST PENDING ITEM.               *
      *----------------------------------------------------------------*
       3000-FETCH-NEXT-ITEM.
           MOVE CA-REVIEW-ID TO SQL-RVW-ID

           EXEC SQL
               SELECT REVIEW_ID,
                      ACCOUNT_NUMBER,
                      CARD_NUMBER,
                      SCREENED_NAME,
                      ENTRY_ID,
                      LIST_CODE,
                      ENTRY_NAME,
                      MATCH_SCORE,
                      SOURCE,
                      REVIEW_STATUS,
                      CHAR(QUEUED_DATE)
               INTO  :SQL-RVW-ID,
                     :SQL-RVW-ACCOUNT,
                     :SQL-RVW-CARD-NUMBER,
                     :SQL-RVW-SCREENED-NAME,
                     :SQL-RVW-ENTRY-ID,
                     :SQL-RVW-LIST-CODE,
                     :SQL-RVW-ENTRY-NAME,
                     :SQL-RVW-MATCH-SCORE,
                     :SQL-RVW-SOURCE,
                     :SQL-RVW-STATUS,
                     :SQL-RVW-QUEUED-DATE
               FROM SANCTIONS_REVIEW_QUEUE
               WHERE REVIEW_ID > :SQL-RVW-ID
                 AND REVIEW_STATUS = 'P'
               ORDER BY REVIEW_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-RVW-ID TO CA-REVIEW-ID
               MOVE 'Y' TO WS-ITEM-SHOWN
               PERFORM 6100-READ-ACCOUNT-STATUS
               MOVE 'POTENTIAL MATCH DISPLAYED' TO WS-MESSAGE
           ELSE
               MOVE ZERO TO CA-REVIEW-ID
               MOVE 'NO MORE PENDING HITS - N WRAPS TO FIRST'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * MATCH - CONFIRM THE HIT AND BLOCK THE ACCOUNT. AN ACCOUNT      *
      * ALREADY BLOCKED BY AN EARLIER CONFIRMATION KEEPS ITS STATUS    *
      * BUT THE DECISION IS STILL RECORDED AND AUDITED.                *
      *----------------------------------------------------------------*
       4000-CONFIRM-MATCH.
           PERFORM 6000-READ-CURRENT-ITEM
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-SCREEN
                   MOVE 'NO ITEM ON SCREEN - KEY N FIRST' TO WS-MESSAGE
               WHEN NOT SQL-RVW-PENDING
                   MOVE 'ITEM ALREADY DECIDED - PENDING ITEMS ONLY'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-OLD-STATUS
                   SET SQL-RVW-CONFIRMED TO TRUE
                   PERFORM 7000-REWRITE-REVIEW-STATUS

                   IF WS-MESSAGE = SPACES
                      AND NOT ACCT-SANCTIONS-BLOCKED
                       SET ACCT-SANCTIONS-BLOCKED TO TRUE
                       PERFORM 7200-REWRITE-ACCOUNT-STATUS
                   END-IF

                   IF WS-MESSAGE = SPACES
                       MOVE 'SANCTIONS MATCH CONFIRMED'
                            TO WS-AUDIT-REASON
                       PERFORM 7100-WRITE-AUDIT-RECORD
                   END-IF

                   IF WS-MESSAGE = SPACES
                       EXEC SQL COMMIT WORK END-EXEC
                       MOVE 'MATCH CONFIRMED - ACCOUNT BLOCKED'
                            TO WS-MESSAGE
                   ELSE
                       PERFORM 6000-READ-CURRENT-ITEM
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FALSE - CLEAR THE HIT. AN ACCOUNT HELD PENDING REVIEW AT OPEN  *
      * GOES ACTIVE ONLY WHEN THIS WAS ITS LAST PENDING HIT; ANY OTHER *
      * STATUS IS LEFT ALONE (A RESCREEN HIT NEVER CHANGED IT).        *
      *----------------------------------------------------------------*
       5000-CLEAR-FALSE-POSITIVE.
           PERFORM 6000-READ-CURRENT-ITEM
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-SCREEN
                   MOVE 'NO ITEM ON SCREEN - KEY N FIRST' TO WS-MESSAGE
               WHEN NOT SQL-RVW-PENDING
                   MOVE 'ITEM ALREADY DECIDED - PENDING ITEMS ONLY'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-OLD-STATUS
                   SET SQL-RVW-CLEARED TO TRUE
                   PERFORM 7000-REWRITE-REVIEW-STATUS

                   IF WS-MESSAGE = SPACES AND ACCT-PENDING-REVIEW
                       PERFORM 5100-COUNT-OTHER-PENDING
                       IF WS-MESSAGE = SPACES
                          AND SQL-RVW-ROW-COUNT = ZERO
                           SET ACCT-ACTIVE TO TRUE
                           PERFORM 7200-REWRITE-ACCOUNT-STATUS
                       END-IF
                   END-IF

                   IF WS-MESSAGE = SPACES
                       MOVE 'SANCTIONS HIT CLEARED' TO WS-AUDIT-REASON
                       PERFORM 7100-WRITE-AUDIT-RECORD
                   END-IF

                   IF WS-MESSAGE = SPACES
                       EXEC SQL COMMIT WORK END-EXEC
                       IF ACCT-STATUS NOT = WS-OLD-STATUS
                           MOVE 'HIT CLEARED - ACCOUNT RELEASED'
                                TO WS-MESSAGE
                       ELSE
                           MOVE 'HIT CLEARED - STATUS UNCHANGED'
                                TO WS-MESSAGE
                       END-IF
                   ELSE
                       PERFORM 6000-READ-CURRENT-ITEM
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * OTHER HITS ON THE SAME ACCOUNT STILL AWAITING A DECISION       *
      *----------------------------------------------------------------*
       5100-COUNT-OTHER-PENDING.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :SQL-RVW-ROW-COUNT
               FROM SANCTIONS_REVIEW_QUEUE
               WHERE ACCOUNT_NUMBER = :SQL-RVW-ACCOUNT
                 AND REVIEW_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'DECISION FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE ITEM THE SCREEN IS POSITIONED ON (IF ANY) AND THE     *
      * ACCOUNT'S CURRENT STATUS                                       *
      *----------------------------------------------------------------*
       6000-READ-CURRENT-ITEM.
           MOVE 'N' TO WS-ITEM-SHOWN
           IF CA-REVIEW-ID > ZERO
               MOVE CA-REVIEW-ID TO SQL-RVW-ID

               EXEC SQL
                   SELECT REVIEW_ID,
                          ACCOUNT_NUMBER,
                          CARD_NUMBER,
                          SCREENED_NAME,
                          ENTRY_ID,
                          LIST_CODE,
                          ENTRY_NAME,
                          MATCH_SCORE,
                          SOURCE,
                          REVIEW_STATUS,
                          CHAR(QUEUED_DATE)
                   INTO  :SQL-RVW-ID,
                         :SQL-RVW-ACCOUNT,
                         :SQL-RVW-CARD-NUMBER,
                         :SQL-RVW-SCREENED-NAME,
                         :SQL-RVW-ENTRY-ID,
                         :SQL-RVW-LIST-CODE,
                         :SQL-RVW-ENTRY-NAME,
                         :SQL-RVW-MATCH-SCORE,
                         :SQL-RVW-SOURCE,
                         :SQL-RVW-STATUS,
                         :SQL-RVW-QUEUED-DATE
                   FROM SANCTIONS_REVIEW_QUEUE
                   WHERE REVIEW_ID = :SQL-RVW-ID
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 6100-READ-ACCOUNT-STATUS
                   IF SQLCODE = 0
                       MOVE 'Y' TO WS-ITEM-SHOWN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CURRENT STATUS OF THE ACCOUNT THE HIT BELONGS TO               *
      *----------------------------------------------------------------*
       6100-READ-ACCOUNT-STATUS.
           MOVE SQL-RVW-ACCOUNT TO ACCT-NUMBER
           MOVE SPACES TO ACCT-STATUS

           EXEC SQL
               SELECT ACCOUNT_STATUS
               INTO  :ACCT-STATUS
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * RECORD THE DECISION ON THE QUEUE ROW. THE PENDING TEST IN THE  *
      * WHERE CLAUSE STOPS TWO REVIEWERS DECIDING THE SAME ITEM.       *
      *----------------------------------------------------------------*
       7000-REWRITE-REVIEW-STATUS.
           MOVE EIBTRMID TO SQL-RVW-REVIEWED-BY

           EXEC SQL
               UPDATE SANCTIONS_REVIEW_QUEUE
               SET REVIEW_STATUS = :SQL-RVW-STATUS,
                   REVIEWED_BY = :SQL-RVW-REVIEWED-BY,
                   REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
               WHERE REVIEW_ID = :SQL-RVW-ID
                 AND REVIEW_STATUS = 'P'
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
      * AUDIT TRAIL FOR THE DECISION - OLD AND NEW STATUS (THE SAME    *
      * WHEN THE DECISION DID NOT MOVE THE ACCOUNT), THE REASON AND    *
      * THE REVIEWER'S TERMINAL                                        *
      *----------------------------------------------------------------*
       7100-WRITE-AUDIT-RECORD.
           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT_LOG
                   (ACCOUNT_NUMBER,
                    OLD_STATUS,
                    NEW_STATUS,
                    CHANGE_REASON,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:ACCT-NUMBER,
                    :WS-OLD-STATUS,
                    :ACCT-STATUS,
                    :WS-AUDIT-REASON,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'DECISION FAILED - AUDIT DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * MOVE THE ACCOUNT TO ITS NEW STATUS                             *
      *----------------------------------------------------------------*
       7200-REWRITE-ACCOUNT-STATUS.
           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET ACCOUNT_STATUS = :ACCT-STATUS,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'DECISION FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * SEND THE REVIEW ITEM AND RESULT MESSAGE BACK TO THE SCREEN     *
      *----------------------------------------------------------------*
       8000-SEND-RESULT-SCREEN.
           MOVE SPACES TO CCSNRMAPO

           IF WS-ITEM-ON-SCREEN OR CA-REVIEW-ID > ZERO
               MOVE SQL-RVW-ID TO RVWIDO
               MOVE SQL-RVW-ACCOUNT TO SACCTO
               MOVE ACCT-STATUS TO SASTATO
               MOVE SQL-RVW-CARD-NUMBER TO SCARDO
               MOVE SQL-RVW-SCREENED-NAME TO SNAMEO
               MOVE SQL-RVW-ENTRY-ID TO SENTIDO
               MOVE SQL-RVW-LIST-CODE TO SLISTO
               MOVE SQL-RVW-ENTRY-NAME TO LNAMEO
               MOVE SQL-RVW-MATCH-SCORE TO SSCOREO
               MOVE SQL-RVW-SOURCE TO SSRCO
               MOVE SQL-RVW-QUEUED-DATE TO SQDATEO
               MOVE SQL-RVW-STATUS TO RSTATO
           END-IF

           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCSNRMAPO)
                          ERASE
           END-EXEC.
