      *   O - OPEN       - INSERT A NEW CREDIT_ACCOUNT ROW             *
      *   C - CLOSE      - SET ACCT-STATUS TO CLOSED                   *
      *   S - SUSPEND    - SET ACCT-STATUS TO SUSPENDED                *
      *   A - REACTIVATE - SET ACCT-STATUS BACK TO ACTIVE (QUEUED FOR  *
      *                    APPROVAL FROM SUSPENDED OR CHARGED OFF)     *
      *   L - LIMIT      - CHANGE ACCT-CREDIT-LIMIT TO THE VALUE       *
      *                    KEYED IN THE NEW LIMIT FIELD. A DECREASE    *
      *                    BELOW THE CURRENT BALANCE IS REFUSED HERE   *
      *                    - IT WOULD MANUFACTURE INSTANT OVERLIMIT    *
      *                    FEES IN THE NIGHTLY POSTING RUN. AN         *
      *                    INCREASE ABOVE THE DUAL-CONTROL THRESHOLD   *
      *                    IS QUEUED FOR APPROVAL                      *
      *   U - ADDRESS    - REPLACE THE MAILING ADDRESS WITH THE ONE    *
      *                    KEYED ON THE SCREEN                         *
      *   H - HANDLING   - SET OR CLEAR THE SPECIAL-HANDLING CODE      *
      *                    (D DECEASED, B BANKRUPTCY, M MILITARY       *
      *                    SCRA, N NONE) WITH ITS FROM/THROUGH DATES   *
      *                    AND, FOR BANKRUPTCY, THE CHAPTER            *
      *                                                                *
      * EVERY OPEN/CLOSE/SUSPEND/REACTIVATE/LIMIT CHANGE IS ALSO       *
      * WRITTEN TO ACCOUNT_AUDIT_LOG SO THERE IS A RECORD OF WHO       *
      * CHANGED WHAT, WHEN, FROM WHICH TERMINAL - LIMIT CHANGES        *
      * CARRY THE OLD AND NEW LIMIT ON THE AUDIT ROW.                  *
      *                                                                *
      * THE PRODUCT CODE KEYED AT OPEN (DEFAULT STD) MUST BE ON        *
      * ANNUAL_FEE_SCHEDULE - IT DRIVES THE ANNUAL MEMBERSHIP FEE.     *
      * A CLOSE WITHIN THE REFUND WINDOW OF AN ANNUAL FEE BEING        *
      * BILLED MARKS THE ANNUAL_FEE_HISTORY ROW REFUND-PENDING; THE    *
      * NEXT CCARDANF RUN WRITES THE REVERSING TRANSACTION.            *
      *                                                                *
      * EVERY OPEN IS SCREENED AGAINST THE SANCTIONS WATCH LIST (NAME  *
      * AND ADDRESS, SCORED AS IN SCRNREC). A POTENTIAL MATCH OPENS    *
      * THE ACCOUNT PENDING REVIEW ('R') INSTEAD OF ACTIVE AND QUEUES  *
      * THE HIT ON SANCTIONS_REVIEW_QUEUE; ONLY THE SANCTIONS REVIEW   *
      * SCREEN (CCARDSNR) CAN RELEASE OR BLOCK IT, SO REACTIVATE IS    *
      * REFUSED HERE ON A PENDING ACCOUNT AND NO STATUS CHANGE IS      *
      * ALLOWED ON A BLOCKED ONE.                                      *
      *                                                                *
      * AN ADDRESS FLAGGED UNDELIVERABLE BY THE RETURNED-MAIL RUN      *
      * (CCARDRML) HOLDS PAPER STATEMENTS, LETTERS AND CARD EMBOSSING. *
      * CORRECTING THE ADDRESS (U) CLEARS THE FLAG, CLOSES THE OPEN    *
      * SKIP_TRACE_WORKLIST ROWS, RELEASES ANY HELD CARD TO THE NEXT   *
      * CCARDEXP RUN (EMBOSS_PENDING 'H' BACK TO 'Y') AND WRITES AN    *
      * AUDIT ROW.                                                     *
      *                                                                *
      * SPECIAL HANDLING (H) IS HONOURED BY THE NIGHTLY RUNS WHILE IT  *
      * IS IN FORCE: BANKRUPTCY AND DECEASED STOP FINANCE CHARGES AND  *
      * FEES, BANKRUPTCY STAYS COLLECTIONS, DECEASED ROUTES THE        *
      * ACCOUNT TO ESTATE HANDLING, SCRA CAPS THE RATE AT 6% APR, AND  *
      * CCARDMET REPORTS THE MATCHING METRO 2 CODES. THE FROM DATE     *
      * DEFAULTS TO TODAY; A BLANK THROUGH DATE LEAVES IT OPEN-ENDED.  *
      * EVERY SET, CHANGE OR CLEAR WRITES AN AUDIT ROW.                *
      *                                                                *
      * EVERY ACCOUNT BELONGS TO A CUSTOMER (CUSTREC). OPEN TAKES THE  *
      * TAX ID AND DATE OF BIRTH: A TAX ID ALREADY ON CUSTOMER LINKS   *
      * THE NEW ACCOUNT TO THAT CUSTOMER AND TAKES ITS NAME AND        *
      * ADDRESS OF RECORD (THE DATE OF BIRTH MUST AGREE); OTHERWISE A  *
      * NEW CUSTOMER IS CREATED FROM THE KEYED FIELDS IN THE SAME UNIT *
      * OF WORK AS THE ACCOUNT. AN ADDRESS CHANGE (U) ON A LINKED      *
      * ACCOUNT CHANGES THE CUSTOMER'S ADDRESS OF RECORD AND SO EVERY  *
      * ACCOUNT THE CUSTOMER HOLDS. THE TAX ID IS ONLY SHOWN MASKED.   *
      * PHONE, EMAIL AND THE REST OF THE CUSTOMER ARE MAINTAINED ON    *
      * CCUS (CCARDCUS), WHICH WRITES TO THE SAME CUSTOMER_AUDIT_LOG.  *
      *                                                                *
      * DUAL CONTROL: A LIMIT INCREASE OF MORE THAN THE THRESHOLD ON   *
      * DUAL_CONTROL_RULE (CHANGE TYPE 'L' - WS-DEFAULT-DUAL-LIMIT     *
      * WHEN THERE IS NO ROW) AND A REACTIVATION OF A SUSPENDED OR     *
      * CHARGED-OFF ACCOUNT ARE NOT APPLIED HERE. THEY ARE WRITTEN TO  *
      * PENDING_CHANGE (PCHGREC) WITH AN AUDIT ROW SAYING SO, AND A    *
      * SUPERVISOR AT ANOTHER TERMINAL APPLIES OR REJECTS THEM ON THE  *
      * PENDING CHANGE APPROVAL SCREEN (CCARDPCR). ONLY ONE PENDING    *
      * CHANGE OF EACH KIND IS ALLOWED PER ACCOUNT.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       COPY ACCOUNT.

      *----------------------------------------------------------------*
      * SANCTIONS SCREENING - WATCH-LIST HOST VARIABLES AND SCORING    *
      * WORK AREA (SHARED WITH CCARDSCN) AND THE REVIEW QUEUE ROW      *
      *----------------------------------------------------------------*
       COPY SCRNREC.
       COPY SNRREC.

      *----------------------------------------------------------------*
      * SKIP-TRACE WORKLIST HOST VARIABLES (SHARED WITH CCARDRML)      *
      *----------------------------------------------------------------*
       COPY SKTREC.

      *----------------------------------------------------------------*
      * CUSTOMER HOST VARIABLES (SHARED WITH CCARDCUS)                 *
      *----------------------------------------------------------------*
       COPY CUSTREC.

      *----------------------------------------------------------------*
      * PENDING CHANGE HOST VARIABLES (SHARED WITH CCARDAPE, CCARDPCR  *
      * AND CCARDAUR)                                                  *
      *----------------------------------------------------------------*
       COPY PCHGREC.

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
           05  WS-MAPSET                PIC X(8) VALUE 'CCACMAP'.
           05  WS-MAPNAME               PIC X(8) VALUE 'CCACMAP1'.
           05  WS-TRANID                PIC X(4) VALUE 'CACM'.
           05  WS-DEFAULT-PRODUCT       PIC X(4) VALUE 'STD '.
      *    AN ANNUAL FEE BILLED WITHIN THIS MANY DAYS OF THE CLOSE   *
      *    IS REFUNDED                                               *
           05  WS-FEE-REFUND-DAYS       PIC S9(4) COMP VALUE 30.
      *    MATCH SCORE AT OR ABOVE WHICH AN OPEN IS HELD FOR REVIEW  *
           05  WS-OPEN-SCREEN-THRESHOLD PIC S9(4) COMP VALUE 80.
      *    LIMIT INCREASE ABOVE WHICH A SECOND PERSON MUST APPROVE   *
      *    WHEN DUAL_CONTROL_RULE CARRIES NO 'L' ROW                 *
           05  WS-DEFAULT-DUAL-LIMIT    PIC S9(8)V99 COMP-3
                                        VALUE 2500.00.

      *----------------------------------------------------------------*
      * CICS RESPONSE CODE HOLDER                                      *
           05  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ.99-.
           05  WS-OLD-LIMIT             PIC S9(8)V99 COMP-3.
           05  WS-NEW-LIMIT             PIC S9(8)V99 COMP-3.
           05  WS-PRODUCT-COUNT         PIC S9(9) COMP.
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-OLD-BAD-ADDRESS       PIC X(1)  VALUE SPACES.
           05  WS-CARDS-RELEASED        PIC X(1)  VALUE 'N'.
           05  WS-TODAY-DATE            PIC X(10).
           05  WS-OLD-SPECIAL           PIC X(1)  VALUE SPACES.
           05  WS-OLD-SPECIAL-START     PIC X(10) VALUE SPACES.
           05  WS-OLD-SPECIAL-END       PIC X(10) VALUE SPACES.
           05  WS-OLD-CHAPTER           PIC X(2)  VALUE SPACES.
           05  WS-CHECK-DATE            PIC X(10).
           05  WS-CHECK-DATE-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-CHECK-DATE-VALID          VALUE 'Y'.
           05  WS-FROM-DATE-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-FROM-DATE-VALID           VALUE 'Y'.
           05  WS-THRU-DATE-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-THRU-DATE-VALID           VALUE 'Y'.
           05  WS-MAX-CUSTOMER-ID       PIC S9(9) COMP.
           05  WS-NEW-CUSTOMER-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-NEW-CUSTOMER              VALUE 'Y'.
           05  WS-AUDIT-OLD-VALUE       PIC X(60) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(60) VALUE SPACES.
           05  WS-DUAL-LIMIT            PIC S9(8)V99 COMP-3.
           05  WS-LIMIT-INCREASE        PIC S9(8)V99 COMP-3.
           05  WS-QUEUE-FLAG            PIC X(1)  VALUE 'N'.
               88  WS-CHANGE-QUEUED             VALUE 'Y'.

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - JUST   *
           MOVE SPACES TO CCACMAPO
           MOVE -1 TO ACCTNOL
           IF WS-MESSAGE = SPACES
               MOVE 'KEY ACCOUNT NUMBER AND FUNCTION (I/O/C/S/A/L/U/H)'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE ACCTNOI TO ACCT-NUMBER
               MOVE ZERO TO ACCT-CUSTOMER-ID
               MOVE SPACES TO WS-MESSAGE

               EVALUATE FUNCI
                       PERFORM 5000-CHANGE-STATUS
                   WHEN 'L'
                       PERFORM 5500-CHANGE-CREDIT-LIMIT
                   WHEN 'U'
                       PERFORM 5700-CORRECT-ADDRESS
                   WHEN 'H'
                       PERFORM 5800-SET-SPECIAL-HANDLING
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE I,O,C,S,A,L,U OR H'
                            TO WS-MESSAGE
               END-EVALUATE

       3000-INQUIRE-ACCOUNT.
           PERFORM 6000-READ-ACCOUNT
           IF SQLCODE = 0
               EVALUATE TRUE
                   WHEN ACCT-PENDING-REVIEW
                       MOVE 'ACCOUNT FOUND - PENDING SANCTIONS REVIEW'
                            TO WS-MESSAGE
                   WHEN ACCT-SANCTIONS-BLOCKED
                       MOVE 'ACCOUNT FOUND - SANCTIONS BLOCK'
                            TO WS-MESSAGE
                   WHEN ACCT-SPECIAL-DECEASED
                       MOVE 'ACCOUNT FOUND - DECEASED, ESTATE HANDLING'
                            TO WS-MESSAGE
                   WHEN ACCT-SPECIAL-BANKRUPT
                       MOVE 'ACCOUNT FOUND - BANKRUPTCY PROTECTION'
                            TO WS-MESSAGE
                   WHEN ACCT-SPECIAL-MILITARY
                       MOVE 'ACCOUNT FOUND - SCRA ACTIVE DUTY RATE CAP'
                            TO WS-MESSAGE
                   WHEN ACCT-ADDRESS-UNDELIVERABLE
                       MOVE 'ACCOUNT FOUND - MAIL RETURNED, BAD ADDRESS'
                            TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'ACCOUNT FOUND' TO WS-MESSAGE
               END-EVALUATE
           ELSE
               MOVE 'ACCOUNT NOT FOUND' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * OPEN - INSERT A NEW CREDIT_ACCOUNT ROW FROM THE SCREEN FIELDS  *
      * UNDER THE CUSTOMER FOUND OR CREATED FROM THE KEYED TAX ID      *
      *----------------------------------------------------------------*
       4000-OPEN-ACCOUNT.
           PERFORM 6000-READ-ACCOUNT
               MOVE ACITYI TO ACCT-CITY
               MOVE ASTATEI TO ACCT-STATE
               MOVE AZIPI TO ACCT-ZIP
               SET ACCT-ADDRESS-DELIVERABLE TO TRUE
               MOVE SPACES TO ACCT-BAD-ADDRESS-DATE
               MOVE 'N' TO ACCT-SPECIAL-HANDLING
               MOVE SPACES TO ACCT-SPECIAL-START-DATE
               MOVE SPACES TO ACCT-SPECIAL-END-DATE
               MOVE SPACES TO ACCT-BANKRUPTCY-CHAPTER

      *        STATEMENTS DEFAULT TO PAPER UNLESS THE OPERATOR KEYS   *
      *        AN EXPLICIT ELECTRONIC (E-STATEMENT PORTAL) PREFERENCE *
                   MOVE CYCGRPI TO ACCT-CYCLE-GROUP
               END-IF

      *        NO PRODUCT KEYED OPENS THE STANDARD CARD. THE CODE    *
      *        MUST BE ON ANNUAL_FEE_SCHEDULE OR THE ANNUAL FEE RUN  *
      *        COULD NEVER PRICE THE ACCOUNT                         *
               IF PRODCDI = SPACES
                   MOVE WS-DEFAULT-PRODUCT TO ACCT-PRODUCT-CODE
               ELSE
                   MOVE PRODCDI TO ACCT-PRODUCT-CODE
               END-IF
               PERFORM 4100-VALIDATE-PRODUCT
               IF WS-MESSAGE = SPACES
                   PERFORM 4300-RESOLVE-CUSTOMER
               END-IF
           END-IF

      *    A POTENTIAL WATCH-LIST MATCH OPENS PENDING REVIEW, AND THE *
      *    QUEUE ROWS COMMIT OR ROLL BACK WITH THE ACCOUNT ROW       *
           IF WS-MESSAGE = SPACES
               PERFORM 4200-SCREEN-SANCTIONS
               IF WS-SCREEN-HITS > ZERO
                   SET ACCT-PENDING-REVIEW TO TRUE
               END-IF
           END-IF

           IF WS-MESSAGE = SPACES
               EXEC SQL
                   INSERT INTO CREDIT_ACCOUNT
                       (ACCOUNT_NUMBER,
                        CYCLE_GROUP,
                        PURCHASE_BALANCE,
                        CASHADV_BALANCE,
                        FEE_BALANCE,
                        BALXFER_BALANCE,
                        PRODUCT_CODE,
                        BAD_ADDRESS_FLAG,
                        SPECIAL_HANDLING,
                        BANKRUPTCY_CHAPTER,
                        CUSTOMER_ID)
                   VALUES
                       (:ACCT-NUMBER,
                        :ACCT-CUSTOMER-NAME,
                        :ACCT-CURRENT-BALANCE,
                        :ACCT-CREDIT-LIMIT,
                        :ACCT-STATUS,
                        CURRENT DATE,
                        CURRENT TIMESTAMP,
                        :ACCT-ADDR-LINE-1,
                        :ACCT-CYCLE-GROUP,
                        0,
                        0,
                        0,
                        0,
                        :ACCT-PRODUCT-CODE,
                        :ACCT-BAD-ADDRESS-FLAG,
                        :ACCT-SPECIAL-HANDLING,
                        :ACCT-BANKRUPTCY-CHAPTER,
                        :ACCT-CUSTOMER-ID)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE SPACES TO WS-OLD-STATUS
                   IF ACCT-PENDING-REVIEW
                       MOVE 'SANCTIONS SCREEN - HELD' TO WS-AUDIT-REASON
                       PERFORM 7000-WRITE-AUDIT-RECORD
                       MOVE 'ACCOUNT OPENED - HELD FOR SANCTIONS REVIEW'
                            TO WS-MESSAGE
                   ELSE
                       PERFORM 7000-WRITE-AUDIT-RECORD
                       IF WS-NEW-CUSTOMER
                           MOVE 'ACCOUNT OPENED - NEW CUSTOMER'
                                TO WS-MESSAGE
                       ELSE
                           MOVE 'ACCOUNT OPENED FOR EXISTING CUSTOMER'
                                TO WS-MESSAGE
                       END-IF
                   END-IF
                   IF WS-NEW-CUSTOMER
                       MOVE 'CUSTOMER CREATED' TO WS-AUDIT-REASON
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       MOVE SQL-CUST-NAME TO WS-AUDIT-NEW-VALUE
                       PERFORM 7200-WRITE-CUSTOMER-AUDIT
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'OPEN FAILED - DB2 ERROR' TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE KEYED PRODUCT CODE MUST BE PRICED ON ANNUAL_FEE_SCHEDULE  *
      * (A NO-FEE PRODUCT CARRIES A ZERO FEE ROW)                     *
      *----------------------------------------------------------------*
       4100-VALIDATE-PRODUCT.
           MOVE ZERO TO WS-PRODUCT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PRODUCT-COUNT
               FROM   ANNUAL_FEE_SCHEDULE
               WHERE  PRODUCT_CODE = :ACCT-PRODUCT-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'OPEN FAILED - DB2 ERROR' TO WS-MESSAGE
           ELSE IF WS-PRODUCT-COUNT = ZERO
               MOVE 'UNKNOWN PRODUCT CODE - ACCOUNT NOT OPENED'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * SANCTIONS SCREENING - SCORE THE CUSTOMER'S NAME AND ADDRESS    *
      * OF RECORD AGAINST EVERY WATCH-LIST ENTRY WHOSE SEARCH KEY      *
      * APPEARS IN THE NAME, QUEUEING EACH POTENTIAL MATCH FOR         *
      * REVIEW. THE SCORING (4200-4260) IS THE SAME AS CCARDSCN'S      *
      * NIGHTLY RESCREEN - CHANGE THEM TOGETHER. NOTHING IS COMMITTED  *
      * HERE: THE QUEUE ROWS GO WITH THE ACCOUNT INSERT.               *
      *----------------------------------------------------------------*
       4200-SCREEN-SANCTIONS.
           MOVE WS-OPEN-SCREEN-THRESHOLD TO WS-SCREEN-THRESHOLD
           MOVE SQL-CUST-NAME TO WS-NORM-TEXT
           PERFORM 4220-NORMALIZE-TEXT
           MOVE WS-NORM-TEXT TO WS-SCREEN-NAME
           MOVE WS-NORM-WORD-COUNT TO WS-SUBJECT-WORD-COUNT
           MOVE WS-NORM-WORDS TO WS-SUBJECT-WORDS

           MOVE SQL-CUST-ADDR-LINE-1 TO WS-SCREEN-ADDRESS
           INSPECT WS-SCREEN-ADDRESS
               CONVERTING WS-FOLD-FROM TO WS-FOLD-TO
           MOVE SQL-CUST-CITY TO WS-SCREEN-CITY
           INSPECT WS-SCREEN-CITY
               CONVERTING WS-FOLD-FROM TO WS-FOLD-TO

           MOVE ZERO TO WS-SCREEN-HITS
           MOVE ZERO TO WS-BEST-SCORE

           IF WS-SUBJECT-WORD-COUNT > ZERO
               EXEC SQL
                   DECLARE CND-CURSOR CURSOR FOR
                   SELECT ENTRY_ID,
                          LIST_CODE,
                          ENTRY_NAME,
                          ADDRESS,
                          CITY
                   FROM SANCTIONS_WATCH_LIST
                   WHERE LOCATE(RTRIM(SEARCH_KEY),
                                :WS-SCREEN-NAME) > 0
                   ORDER BY ENTRY_ID
               END-EXEC

               EXEC SQL
                   OPEN CND-CURSOR
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'OPEN FAILED - SANCTIONS SCREEN DB2 ERROR'
                        TO WS-MESSAGE
               ELSE
                   PERFORM 4210-FETCH-CANDIDATE
                   PERFORM 4230-SCORE-CANDIDATE
                       UNTIL END-OF-CANDIDATES

                   EXEC SQL
                       CLOSE CND-CURSOR
                   END-EXEC
               END-IF

               IF WS-MESSAGE NOT = SPACES
                   EXEC SQL ROLLBACK WORK END-EXEC
               END-IF
           END-IF.

       4210-FETCH-CANDIDATE.
           EXEC SQL
               FETCH CND-CURSOR
               INTO :SQL-WL-ENTRY-ID,
                    :SQL-WL-LIST-CODE,
                    :SQL-WL-ENTRY-NAME,
                    :SQL-WL-ADDRESS,
                    :SQL-WL-CITY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-CAND-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-CAND-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-CAND-EOF-FLAG
                   MOVE 'OPEN FAILED - SANCTIONS SCREEN DB2 ERROR'
                        TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * UPPER-CASE THE TEXT, BLANK ITS PUNCTUATION AND SPLIT IT INTO  *
      * WORDS (AT MOST SIX - ANY BEYOND ARE IGNORED)                  *
      *----------------------------------------------------------------*
       4220-NORMALIZE-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING WS-FOLD-FROM TO WS-FOLD-TO
           MOVE SPACES TO WS-NORM-WORDS
           MOVE ZERO TO WS-NORM-WORD-COUNT

           IF WS-NORM-TEXT NOT = SPACES
               MOVE ZERO TO WS-NORM-LEADING
               INSPECT WS-NORM-TEXT
                   TALLYING WS-NORM-LEADING FOR LEADING SPACES
               COMPUTE WS-NORM-POINTER = WS-NORM-LEADING + 1
               UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
                   INTO WS-NORM-WORD(1)
                        WS-NORM-WORD(2)
                        WS-NORM-WORD(3)
                        WS-NORM-WORD(4)
                        WS-NORM-WORD(5)
                        WS-NORM-WORD(6)
                   WITH POINTER WS-NORM-POINTER
                   TALLYING IN WS-NORM-WORD-COUNT
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------*
      * SCORE ONE CANDIDATE; AT OR ABOVE THE THRESHOLD IT IS QUEUED   *
      *----------------------------------------------------------------*
       4230-SCORE-CANDIDATE.
           PERFORM 4240-COMPUTE-MATCH-SCORE

           IF WS-MATCH-SCORE > WS-BEST-SCORE
               MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
           END-IF

           IF WS-MATCH-SCORE NOT < WS-SCREEN-THRESHOLD
               PERFORM 4260-QUEUE-POTENTIAL-MATCH
           END-IF

           IF NOT END-OF-CANDIDATES
               PERFORM 4210-FETCH-CANDIDATE
           END-IF.

      *----------------------------------------------------------------*
      * NAME SCORE = 200 X WORDS IN COMMON / (SUBJECT + LISTED WORDS) *
      * BLENDED 80/20 WITH THE ADDRESS SCORE WHERE THE LIST CARRIES   *
      * AN ADDRESS (SEE SCRNREC)                                      *
      *----------------------------------------------------------------*
       4240-COMPUTE-MATCH-SCORE.
           MOVE SQL-WL-ENTRY-NAME TO WS-NORM-TEXT
           PERFORM 4220-NORMALIZE-TEXT
           MOVE WS-NORM-WORD-COUNT TO WS-ENTRY-WORD-COUNT
           MOVE WS-NORM-WORDS TO WS-ENTRY-WORDS

           MOVE ZERO TO WS-WORDS-MATCHED
           PERFORM 4250-MATCH-ONE-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-ENTRY-WORD-COUNT

           IF WS-ENTRY-WORD-COUNT = ZERO
               MOVE ZERO TO WS-NAME-SCORE
           ELSE
               COMPUTE WS-NAME-SCORE =
                       (200 * WS-WORDS-MATCHED) /
                       (WS-SUBJECT-WORD-COUNT + WS-ENTRY-WORD-COUNT)
           END-IF
      *    A LISTED NAME REPEATING A WORD CAN COUNT IT TWICE          *
           IF WS-NAME-SCORE > 100
               MOVE 100 TO WS-NAME-SCORE
           END-IF

           MOVE ZERO TO WS-ADDRESS-PARTS
           MOVE ZERO TO WS-ADDRESS-MATCHED
           MOVE SQL-WL-ADDRESS TO WS-ENTRY-ADDRESS
           INSPECT WS-ENTRY-ADDRESS
               CONVERTING WS-FOLD-FROM TO WS-FOLD-TO
           MOVE SQL-WL-CITY TO WS-ENTRY-CITY
           INSPECT WS-ENTRY-CITY
               CONVERTING WS-FOLD-FROM TO WS-FOLD-TO

           IF WS-ENTRY-ADDRESS NOT = SPACES
               ADD 1 TO WS-ADDRESS-PARTS
               IF WS-ENTRY-ADDRESS = WS-SCREEN-ADDRESS
                   ADD 1 TO WS-ADDRESS-MATCHED
               END-IF
           END-IF
           IF WS-ENTRY-CITY NOT = SPACES
               ADD 1 TO WS-ADDRESS-PARTS
               IF WS-ENTRY-CITY = WS-SCREEN-CITY
                   ADD 1 TO WS-ADDRESS-MATCHED
               END-IF
           END-IF

           IF WS-ADDRESS-PARTS = ZERO
               MOVE WS-NAME-SCORE TO WS-MATCH-SCORE
           ELSE
               COMPUTE WS-ADDRESS-SCORE =
                       (100 * WS-ADDRESS-MATCHED) / WS-ADDRESS-PARTS
               COMPUTE WS-MATCH-SCORE =
                       (WS-NAME-SCORE * 80 + WS-ADDRESS-SCORE * 20)
                       / 100
           END-IF.

       4250-MATCH-ONE-WORD.
           SET WS-SUBJ-IDX TO 1
           SEARCH WS-SUBJECT-WORD
               AT END
                   CONTINUE
               WHEN WS-SUBJECT-WORD(WS-SUBJ-IDX) =
                    WS-ENTRY-WORD(WS-WORD-SUB)
                   ADD 1 TO WS-WORDS-MATCHED
           END-SEARCH.

      *----------------------------------------------------------------*
      * QUEUE A POTENTIAL MATCH ON THE NEW ACCOUNT'S NAME. A FAILED    *
      * INSERT STOPS THE OPEN.                                         *
      *----------------------------------------------------------------*
       4260-QUEUE-POTENTIAL-MATCH.
           MOVE ACCT-NUMBER TO SQL-RVW-ACCOUNT
           MOVE SPACES TO SQL-RVW-CARD-NUMBER
           MOVE SQL-CUST-NAME TO SQL-RVW-SCREENED-NAME
           MOVE SQL-WL-ENTRY-ID TO SQL-RVW-ENTRY-ID
           MOVE SQL-WL-LIST-CODE TO SQL-RVW-LIST-CODE
           MOVE SQL-WL-ENTRY-NAME TO SQL-RVW-ENTRY-NAME
           MOVE WS-MATCH-SCORE TO SQL-RVW-MATCH-SCORE
           SET SQL-RVW-FROM-OPEN TO TRUE
           SET SQL-RVW-PENDING TO TRUE

           EXEC SQL
               INSERT INTO SANCTIONS_REVIEW_QUEUE
                   (ACCOUNT_NUMBER,
                    CARD_NUMBER,
                    SCREENED_NAME,
                    ENTRY_ID,
                    LIST_CODE,
                    ENTRY_NAME,
                    MATCH_SCORE,
                    SOURCE,
                    REVIEW_STATUS,
                    QUEUED_DATE)
               VALUES
                   (:SQL-RVW-ACCOUNT,
                    :SQL-RVW-CARD-NUMBER,
                    :SQL-RVW-SCREENED-NAME,
                    :SQL-RVW-ENTRY-ID,
                    :SQL-RVW-LIST-CODE,
                    :SQL-RVW-ENTRY-NAME,
                    :SQL-RVW-MATCH-SCORE,
                    :SQL-RVW-SOURCE,
                    :SQL-RVW-STATUS,
                    CURRENT DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-SCREEN-HITS
           ELSE
               MOVE 'Y' TO WS-CAND-EOF-FLAG
               MOVE 'OPEN FAILED - SANCTIONS SCREEN DB2 ERROR'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE CUSTOMER BY THE KEYED TAX ID OR CREATE ONE. AN        *
      * EXISTING CUSTOMER'S NAME AND ADDRESS OF RECORD GO ONTO THE NEW *
      * ACCOUNT IN PLACE OF WHATEVER WAS KEYED. NOTHING IS COMMITTED   *
      * HERE: A NEW CUSTOMER ROW GOES WITH THE ACCOUNT INSERT.         *
      *----------------------------------------------------------------*
       4300-RESOLVE-CUSTOMER.
           MOVE 'N' TO WS-NEW-CUSTOMER-FLAG
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)

           MOVE DOBI TO WS-CHECK-DATE
           PERFORM 5820-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN TAXIDI IS NOT NUMERIC
                   MOVE 'TAX ID MUST BE 9 DIGITS - ACCOUNT NOT OPENED'
                        TO WS-MESSAGE
               WHEN NOT WS-CHECK-DATE-VALID
                   MOVE 'DATE OF BIRTH MUST BE YYYY-MM-DD' TO WS-MESSAGE
               WHEN WS-CHECK-DATE NOT < WS-TODAY-DATE
                   MOVE 'DATE OF BIRTH MUST BE BEFORE TODAY'
                        TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 4310-READ-CUSTOMER-BY-TAX-ID
           END-EVALUATE.

       4310-READ-CUSTOMER-BY-TAX-ID.
           MOVE TAXIDI TO SQL-CUST-TAX-ID

           EXEC SQL
               SELECT CUSTOMER_ID,
                      CHAR(DATE_OF_BIRTH),
                      CUSTOMER_NAME,
                      ADDR_LINE_1,
                      ADDR_LINE_2,
                      CITY,
                      STATE,
                      ZIP_CODE
               INTO  :SQL-CUST-ID,
                     :SQL-CUST-BIRTH-DATE,
                     :SQL-CUST-NAME,
                     :SQL-CUST-ADDR-LINE-1,
                     :SQL-CUST-ADDR-LINE-2,
                     :SQL-CUST-CITY,
                     :SQL-CUST-STATE,
                     :SQL-CUST-ZIP
               FROM CUSTOMER
               WHERE TAX_ID = :SQL-CUST-TAX-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF SQL-CUST-BIRTH-DATE NOT = DOBI
                       MOVE 'TAX ID ON FILE WITH ANOTHER DATE OF BIRTH'
                            TO WS-MESSAGE
                   ELSE
                       MOVE SQL-CUST-ID TO ACCT-CUSTOMER-ID
                       MOVE SQL-CUST-NAME TO ACCT-CUSTOMER-NAME
                       MOVE SQL-CUST-ADDR-LINE-1 TO ACCT-ADDR-LINE-1
                       MOVE SQL-CUST-ADDR-LINE-2 TO ACCT-ADDR-LINE-2
                       MOVE SQL-CUST-CITY TO ACCT-CITY
                       MOVE SQL-CUST-STATE TO ACCT-STATE
                       MOVE SQL-CUST-ZIP TO ACCT-ZIP
                   END-IF
               WHEN SQLCODE = 100
                   PERFORM 4320-CREATE-CUSTOMER
               WHEN OTHER
                   MOVE 'OPEN FAILED - DB2 ERROR' TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * NEW CUSTOMER FROM THE KEYED NAME AND ADDRESS, NUMBERED MAX+1.  *
      * A -803 MEANS ANOTHER TERMINAL TOOK THE NUMBER OR ADDED THE     *
      * SAME TAX ID FIRST - THE OPERATOR RE-ENTERS AND THE RETRY FINDS *
      * THE CUSTOMER OR A FRESH NUMBER. PHONE AND EMAIL ARE ADDED ON   *
      * CCUS.                                                          *
      *----------------------------------------------------------------*
       4320-CREATE-CUSTOMER.
           EVALUATE TRUE
               WHEN ACCT-CUSTOMER-NAME = SPACES
                   MOVE 'CUSTOMER NAME REQUIRED FOR A NEW CUSTOMER'
                        TO WS-MESSAGE
               WHEN ACCT-ADDR-LINE-1 = SPACES OR ACCT-CITY = SPACES
                    OR ACCT-STATE = SPACES OR ACCT-ZIP = SPACES
                   MOVE 'ADDRESS LINE 1, CITY, STATE, ZIP REQUIRED'
                        TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 4330-INSERT-CUSTOMER
           END-EVALUATE.

       4330-INSERT-CUSTOMER.
           EXEC SQL
               SELECT COALESCE(MAX(CUSTOMER_ID), 0)
               INTO   :WS-MAX-CUSTOMER-ID
               FROM   CUSTOMER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'OPEN FAILED - DB2 ERROR' TO WS-MESSAGE
           ELSE
               COMPUTE SQL-CUST-ID = WS-MAX-CUSTOMER-ID + 1
               MOVE DOBI TO SQL-CUST-BIRTH-DATE
               MOVE ACCT-CUSTOMER-NAME TO SQL-CUST-NAME
               MOVE ACCT-ADDR-LINE-1 TO SQL-CUST-ADDR-LINE-1
               MOVE ACCT-ADDR-LINE-2 TO SQL-CUST-ADDR-LINE-2
               MOVE ACCT-CITY TO SQL-CUST-CITY
               MOVE ACCT-STATE TO SQL-CUST-STATE
               MOVE ACCT-ZIP TO SQL-CUST-ZIP
               MOVE EIBTRMID TO SQL-CUST-MODIFIED-BY

               EXEC SQL
                   INSERT INTO CUSTOMER
                       (CUSTOMER_ID,
                        TAX_ID,
                        DATE_OF_BIRTH,
                        CUSTOMER_NAME,
                        ADDR_LINE_1,
                        ADDR_LINE_2,
                        CITY,
                        STATE,
                        ZIP_CODE,
                        PHONE,
                        EMAIL,
                        CREATED_DATE,
                        MODIFIED_DATE,
                        MODIFIED_BY)
                   VALUES
                       (:SQL-CUST-ID,
                        :SQL-CUST-TAX-ID,
                        :SQL-CUST-BIRTH-DATE,
                        :SQL-CUST-NAME,
                        :SQL-CUST-ADDR-LINE-1,
                        :SQL-CUST-ADDR-LINE-2,
                        :SQL-CUST-CITY,
                        :SQL-CUST-STATE,
                        :SQL-CUST-ZIP,
                        ' ',
                        ' ',
                        CURRENT DATE,
                        CURRENT TIMESTAMP,
                        :SQL-CUST-MODIFIED-BY)
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE SQL-CUST-ID TO ACCT-CUSTOMER-ID
                       SET WS-NEW-CUSTOMER TO TRUE
                   WHEN SQLCODE = -803
                       EXEC SQL ROLLBACK WORK END-EXEC
                       MOVE 'CUSTOMER ADDED ELSEWHERE - PLEASE RE-ENTER'
                            TO WS-MESSAGE
                   WHEN OTHER
                       EXEC SQL ROLLBACK WORK END-EXEC
                       MOVE 'OPEN FAILED - DB2 ERROR' TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE/SUSPEND/REACTIVATE - FLIP ACCT-STATUS AND AUDIT THE      *
      * CHANGE. THE SAME PARAGRAPH HANDLES ALL THREE SINCE THE ONLY    *
      * DIFFERENCE IS WHICH STATUS VALUE IS TARGETED. REACTIVATING A   *
      * SUSPENDED OR CHARGED-OFF ACCOUNT ONLY QUEUES THE CHANGE FOR A  *
      * SECOND PERSON TO APPROVE.                                      *
      *----------------------------------------------------------------*
       5000-CHANGE-STATUS.
           PERFORM 6000-READ-ACCOUNT
           ELSE
               MOVE ACCT-STATUS TO WS-OLD-STATUS

      *        ONLY THE SANCTIONS REVIEW SCREEN MAY RELEASE A HELD    *
      *        ACCOUNT OR TOUCH A BLOCKED ONE                         *
               EVALUATE TRUE
                   WHEN ACCT-SANCTIONS-BLOCKED
                       MOVE 'ACCOUNT BLOCKED - SANCTIONS MATCH'
                            TO WS-MESSAGE
                   WHEN ACCT-PENDING-REVIEW AND FUNCI = 'A'
                       MOVE 'PENDING SANCTIONS REVIEW - RELEASE ON CSNR'
                            TO WS-MESSAGE
                   WHEN FUNCI = 'C'
                       SET ACCT-CLOSED TO TRUE
                   WHEN FUNCI = 'S'
                       SET ACCT-SUSPENDED TO TRUE
                   WHEN FUNCI = 'A'
                    AND (ACCT-SUSPENDED OR ACCT-CHARGED-OFF)
                       PERFORM 5050-QUEUE-REACTIVATION
                   WHEN FUNCI = 'A'
                       SET ACCT-ACTIVE TO TRUE
               END-EVALUATE
           END-IF

           IF WS-MESSAGE = SPACES
               EXEC SQL
                   UPDATE CREDIT_ACCOUNT
                   SET ACCOUNT_STATUS = :ACCT-STATUS,
                   EXEC SQL COMMIT WORK END-EXEC
                   PERFORM 7000-WRITE-AUDIT-RECORD
                   MOVE 'STATUS CHANGE APPLIED' TO WS-MESSAGE
                   IF ACCT-CLOSED AND WS-OLD-STATUS NOT = 'C'
                       PERFORM 5100-QUEUE-ANNUAL-FEE-REFUND
                   END-IF
               ELSE
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'STATUS CHANGE FAILED - DB2 ERROR'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REACTIVATION OF A SUSPENDED OR CHARGED-OFF ACCOUNT - QUEUE IT  *
      * ON PENDING_CHANGE FOR APPROVAL ON CPCR. THE ACCOUNT KEEPS ITS  *
      * STATUS UNTIL THEN. WS-MESSAGE IS ALWAYS SET HERE SO THE STATUS *
      * UPDATE IN 5000 IS SKIPPED.                                     *
      *----------------------------------------------------------------*
       5050-QUEUE-REACTIVATION.
           SET SQL-PCHG-REACTIVATION TO TRUE
           PERFORM 6200-COUNT-PENDING-CHANGES

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'REACTIVATION NOT QUEUED - DB2 ERROR'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-ROW-COUNT > 0
                   MOVE 'REACTIVATION ALREADY PENDING ON CPCR'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE ACCT-CREDIT-LIMIT TO SQL-PCHG-OLD-LIMIT
                   MOVE ACCT-CREDIT-LIMIT TO SQL-PCHG-NEW-LIMIT
                   MOVE WS-OLD-STATUS TO SQL-PCHG-OLD-STATUS
                   MOVE 'A' TO SQL-PCHG-NEW-STATUS
                   MOVE 'REACTIVATION QUEUED' TO WS-AUDIT-REASON
                   PERFORM 7300-QUEUE-PENDING-CHANGE
                   IF WS-CHANGE-QUEUED
                       MOVE 'REACTIVATION QUEUED - APPROVE ON CPCR'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'REACTIVATION NOT QUEUED - DB2 ERROR'
                            TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CLOSED WITHIN THE REFUND WINDOW OF AN ANNUAL FEE BEING        *
      * BILLED - MARK THE ASSESSED ANNUAL_FEE_HISTORY ROW REFUND-     *
      * PENDING ('P'). CCARDANF WRITES THE ANNLRFND REVERSAL ON ITS   *
      * NEXT RUN; NO ONLINE PROGRAM POSTS TO TRANSACTION_LOG. NO ROW  *
      * IN THE WINDOW (SQLCODE +100) MEANS NOTHING TO REFUND.         *
      *----------------------------------------------------------------*
       5100-QUEUE-ANNUAL-FEE-REFUND.
           EXEC SQL
               UPDATE ANNUAL_FEE_HISTORY
               SET FEE_STATUS = 'P',
                   REFUND_REQUEST_DATE = CURRENT DATE
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
                 AND FEE_STATUS = 'A'
                 AND ASSESSED_DATE >=
                     CURRENT DATE - :WS-FEE-REFUND-DAYS DAYS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'ACCOUNT CLOSED - ANNUAL FEE REFUND QUEUED'
                        TO WS-MESSAGE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'CLOSED - ANNUAL FEE REFUND NOT QUEUED'
                        TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LIMIT CHANGE - UPDATE ACCT-CREDIT-LIMIT TO THE KEYED NEW      *
      * LIMIT AND AUDIT OLD AND NEW. A DECREASE BELOW THE CURRENT     *
      * BALANCE IS REFUSED - THE NIGHTLY POSTING RUN'S LIMIT CHECK    *
      * WOULD START MANUFACTURING OVERLIMIT FEES ON EVERY PURCHASE.   *
      * AN INCREASE OF MORE THAN THE DUAL-CONTROL THRESHOLD IS ONLY   *
      * QUEUED FOR APPROVAL ON CPCR.                                  *
      *----------------------------------------------------------------*
       5500-CHANGE-CREDIT-LIMIT.
           PERFORM 6000-READ-ACCOUNT
           ELSE
               COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(NEWLIMI)
               MOVE ACCT-CREDIT-LIMIT TO WS-OLD-LIMIT
               COMPUTE WS-LIMIT-INCREASE = WS-NEW-LIMIT - WS-OLD-LIMIT
               PERFORM 6300-READ-DUAL-CONTROL-LIMIT

               EVALUATE TRUE
                   WHEN WS-NEW-LIMIT NOT > ZERO
                   WHEN WS-NEW-LIMIT < ACCT-CURRENT-BALANCE
                       MOVE 'LIMIT BELOW CURRENT BALANCE - REFUSED'
                            TO WS-MESSAGE
                   WHEN WS-LIMIT-INCREASE > WS-DUAL-LIMIT
                       PERFORM 5550-QUEUE-LIMIT-INCREASE
                   WHEN OTHER
                       MOVE WS-NEW-LIMIT TO ACCT-CREDIT-LIMIT

               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * LIMIT INCREASE ABOVE THE DUAL-CONTROL THRESHOLD - QUEUE IT ON  *
      * PENDING_CHANGE WITH THE OLD AND REQUESTED LIMIT. THE ACCOUNT   *
      * KEEPS ITS CURRENT LIMIT UNTIL A SUPERVISOR APPROVES IT.        *
      *----------------------------------------------------------------*
       5550-QUEUE-LIMIT-INCREASE.
           SET SQL-PCHG-LIMIT-INCREASE TO TRUE
           PERFORM 6200-COUNT-PENDING-CHANGES

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'LIMIT INCREASE NOT QUEUED - DB2 ERROR'
                        TO WS-MESSAGE
               WHEN SQL-PCHG-ROW-COUNT > 0
                   MOVE 'LIMIT INCREASE ALREADY PENDING ON CPCR'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-OLD-LIMIT TO SQL-PCHG-OLD-LIMIT
                   MOVE WS-NEW-LIMIT TO SQL-PCHG-NEW-LIMIT
                   MOVE ACCT-STATUS TO SQL-PCHG-OLD-STATUS
                   MOVE ACCT-STATUS TO SQL-PCHG-NEW-STATUS
                   MOVE 'LIMIT INCREASE QUEUED' TO WS-AUDIT-REASON
                   PERFORM 7300-QUEUE-PENDING-CHANGE
                   IF WS-CHANGE-QUEUED
                       MOVE 'LIMIT INCREASE QUEUED - APPROVE ON CPCR'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'LIMIT INCREASE NOT QUEUED - DB2 ERROR'
                            TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ADDRESS CORRECTION - REPLACE THE MAILING ADDRESS WITH THE     *
      * KEYED ONE. ON AN ACCOUNT FLAGGED FOR RETURNED MAIL THE SAME   *
      * UNIT OF WORK CLEARS THE FLAG AND ITS RETURN DATE, CLOSES THE  *
      * OPEN SKIP-TRACE ROWS AND RELEASES ANY HELD CARD FOR           *
      * EMBOSSING, SO A FAILURE LEAVES ALL OF IT AS IT WAS. ON AN     *
      * ACCOUNT LINKED TO A CUSTOMER THE KEYED ADDRESS IS THE NEW     *
      * ADDRESS OF RECORD: THE CUSTOMER ROW AND EVERY OTHER ACCOUNT   *
      * THE CUSTOMER HOLDS CHANGE WITH IT, AND THEIR MAIL HOLDS CLEAR *
      * IN THE SAME UNIT OF WORK.                                     *
      *----------------------------------------------------------------*
       5700-CORRECT-ADDRESS.
           PERFORM 6000-READ-ACCOUNT
           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT FOUND' TO WS-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-SANCTIONS-BLOCKED
                       MOVE 'ACCOUNT BLOCKED - SANCTIONS MATCH'
                            TO WS-MESSAGE
                   WHEN ADDR1I = SPACES OR ACITYI = SPACES
                        OR ASTATEI = SPACES OR AZIPI = SPACES
                       MOVE 'ADDRESS LINE 1, CITY, STATE, ZIP REQUIRED'
                            TO WS-MESSAGE
                   WHEN OTHER
                       PERFORM 5710-APPLY-ADDRESS-CHANGE
               END-EVALUATE
           END-IF.

       5710-APPLY-ADDRESS-CHANGE.
           MOVE ACCT-STATUS TO WS-OLD-STATUS
           MOVE ACCT-BAD-ADDRESS-FLAG TO WS-OLD-BAD-ADDRESS
           MOVE 'N' TO WS-CARDS-RELEASED
           MOVE ADDR1I TO ACCT-ADDR-LINE-1
           MOVE ADDR2I TO ACCT-ADDR-LINE-2
           MOVE ACITYI TO ACCT-CITY
           MOVE ASTATEI TO ACCT-STATE
           MOVE AZIPI TO ACCT-ZIP

           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET ADDR_LINE_1 = :ACCT-ADDR-LINE-1,
                   ADDR_LINE_2 = :ACCT-ADDR-LINE-2,
                   CITY = :ACCT-CITY,
                   STATE = :ACCT-STATE,
                   ZIP_CODE = :ACCT-ZIP,
                   BAD_ADDRESS_FLAG = 'N',
                   BAD_ADDRESS_DATE = NULL,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC

           IF SQLCODE = 0 AND ACCT-CUSTOMER-ID > ZERO
               PERFORM 5730-CHANGE-CUSTOMER-ADDRESS
           END-IF

           IF SQLCODE = 0
              AND (WS-OLD-BAD-ADDRESS = 'Y' OR ACCT-CUSTOMER-ID > ZERO)
               PERFORM 5720-RELEASE-RETURNED-MAIL
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               SET ACCT-ADDRESS-DELIVERABLE TO TRUE
               MOVE SPACES TO ACCT-BAD-ADDRESS-DATE
               IF WS-OLD-BAD-ADDRESS = 'Y'
                   MOVE 'BAD ADDRESS CORRECTED' TO WS-AUDIT-REASON
               ELSE
                   MOVE 'ADDRESS CHANGED' TO WS-AUDIT-REASON
               END-IF
               PERFORM 7000-WRITE-AUDIT-RECORD
               IF ACCT-CUSTOMER-ID > ZERO
                   MOVE 'ADDRESS CHANGED' TO WS-AUDIT-REASON
                   PERFORM 7200-WRITE-CUSTOMER-AUDIT
               END-IF
               EVALUATE TRUE
                   WHEN WS-CARDS-RELEASED = 'Y'
                       MOVE 'ADDRESS CORRECTED - HELD CARD RELEASED'
                            TO WS-MESSAGE
                   WHEN WS-OLD-BAD-ADDRESS = 'Y'
                       MOVE 'ADDRESS CORRECTED - MAIL HOLD CLEARED'
                            TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'ADDRESS CHANGED' TO WS-MESSAGE
               END-EVALUATE
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'ADDRESS CHANGE FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE THE ACCOUNT'S OPEN SKIP-TRACE ROWS AND PUT ANY CARD     *
      * CCARDRML OR CCARDEXP HELD ('H') BACK TO 'Y' - THE NEXT        *
      * CCARDEXP REPLACEMENT PASS EMBOSSES IT. THE CUSTOMER'S OTHER   *
      * ACCOUNTS ARE RELEASED WITH IT (NO CUSTOMER ROW CARRIES ID     *
      * ZERO, SO AN UNLINKED ACCOUNT RELEASES ONLY ITSELF). NO ROWS   *
      * (+100) IS NOT AN ERROR.                                       *
      *----------------------------------------------------------------*
       5720-RELEASE-RETURNED-MAIL.
           MOVE ACCT-NUMBER TO SQL-SKT-ACCOUNT
           SET SQL-SKT-CLOSED TO TRUE
           MOVE EIBTRMID TO SQL-SKT-RESOLVED-BY

           EXEC SQL
               UPDATE SKIP_TRACE_WORKLIST
               SET WORK_STATUS = :SQL-SKT-STATUS,
                   RESOLVED_DATE = CURRENT DATE,
                   RESOLVED_BY = :SQL-SKT-RESOLVED-BY
               WHERE WORK_STATUS = 'O'
                 AND (ACCOUNT_NUMBER = :SQL-SKT-ACCOUNT
                      OR ACCOUNT_NUMBER IN
                         (SELECT ACCOUNT_NUMBER
                          FROM   CREDIT_ACCOUNT
                          WHERE  CUSTOMER_ID = :ACCT-CUSTOMER-ID))
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CREDIT_CARD
                   SET EMBOSS_PENDING = 'Y'
                   WHERE (LINKED_ACCOUNT = :ACCT-NUMBER
                          OR LINKED_ACCOUNT IN
                             (SELECT ACCOUNT_NUMBER
                              FROM   CREDIT_ACCOUNT
                              WHERE  CUSTOMER_ID = :ACCT-CUSTOMER-ID))
                     AND EMBOSS_PENDING = 'H'
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'Y' TO WS-CARDS-RELEASED
                   WHEN 100
                       MOVE ZERO TO SQLCODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * THE KEYED ADDRESS BECOMES THE CUSTOMER'S ADDRESS OF RECORD AND *
      * IS COPIED TO EVERY OTHER ACCOUNT THE CUSTOMER HOLDS, CLEARING  *
      * THEIR RETURNED-MAIL FLAGS. NO OTHER ACCOUNTS (+100) IS NOT AN  *
      * ERROR.                                                         *
      *----------------------------------------------------------------*
       5730-CHANGE-CUSTOMER-ADDRESS.
           PERFORM 6100-READ-CUSTOMER
           IF SQLCODE = 0
               MOVE SQL-CUST-ADDR-LINE-1 TO WS-AUDIT-OLD-VALUE
               MOVE ACCT-ADDR-LINE-1 TO WS-AUDIT-NEW-VALUE
               MOVE EIBTRMID TO SQL-CUST-MODIFIED-BY

               EXEC SQL
                   UPDATE CUSTOMER
                   SET ADDR_LINE_1 = :ACCT-ADDR-LINE-1,
                       ADDR_LINE_2 = :ACCT-ADDR-LINE-2,
                       CITY = :ACCT-CITY,
                       STATE = :ACCT-STATE,
                       ZIP_CODE = :ACCT-ZIP,
                       MODIFIED_DATE = CURRENT TIMESTAMP,
                       MODIFIED_BY = :SQL-CUST-MODIFIED-BY
                   WHERE CUSTOMER_ID = :ACCT-CUSTOMER-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CREDIT_ACCOUNT
                   SET ADDR_LINE_1 = :ACCT-ADDR-LINE-1,
                       ADDR_LINE_2 = :ACCT-ADDR-LINE-2,
                       CITY = :ACCT-CITY,
                       STATE = :ACCT-STATE,
                       ZIP_CODE = :ACCT-ZIP,
                       BAD_ADDRESS_FLAG = 'N',
                       BAD_ADDRESS_DATE = NULL,
                       MODIFIED_DATE = CURRENT TIMESTAMP
                   WHERE CUSTOMER_ID = :ACCT-CUSTOMER-ID
                     AND ACCOUNT_NUMBER <> :ACCT-NUMBER
               END-EXEC

               IF SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SPECIAL HANDLING - SET, CHANGE OR CLEAR THE DECEASED /        *
      * BANKRUPTCY / SCRA INDICATOR FROM THE KEYED CODE, DATES AND    *
      * CHAPTER. THE CODE MUST BE KEYED EXPLICITLY - A BLANK IS NOT   *
      * TAKEN AS A CLEAR. N CLEARS THE DATES AND CHAPTER WITH IT.     *
      *----------------------------------------------------------------*
       5800-SET-SPECIAL-HANDLING.
           PERFORM 6000-READ-ACCOUNT
           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT FOUND' TO WS-MESSAGE
           ELSE
               PERFORM 5810-EDIT-SPECIAL-HANDLING
           END-IF

           IF WS-MESSAGE = SPACES
               PERFORM 5830-APPLY-SPECIAL-HANDLING
           END-IF.

       5810-EDIT-SPECIAL-HANDLING.
           MOVE ACCT-SPECIAL-HANDLING TO WS-OLD-SPECIAL
           MOVE ACCT-SPECIAL-START-DATE TO WS-OLD-SPECIAL-START
           MOVE ACCT-SPECIAL-END-DATE TO WS-OLD-SPECIAL-END
           MOVE ACCT-BANKRUPTCY-CHAPTER TO WS-OLD-CHAPTER

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)

           MOVE SPCODEI TO ACCT-SPECIAL-HANDLING
           MOVE SPFROMI TO ACCT-SPECIAL-START-DATE
           MOVE SPTHRUI TO ACCT-SPECIAL-END-DATE
           MOVE SPCHAPI TO ACCT-BANKRUPTCY-CHAPTER

           IF SPCODEI = 'N'
               MOVE SPACES TO ACCT-SPECIAL-START-DATE
               MOVE SPACES TO ACCT-SPECIAL-END-DATE
           ELSE
               IF ACCT-SPECIAL-START-DATE = SPACES
                   MOVE WS-TODAY-DATE TO ACCT-SPECIAL-START-DATE
               END-IF
           END-IF
           IF NOT ACCT-SPECIAL-BANKRUPT
               MOVE SPACES TO ACCT-BANKRUPTCY-CHAPTER
           END-IF

           MOVE 'Y' TO WS-FROM-DATE-FLAG
           IF ACCT-SPECIAL-START-DATE NOT = SPACES
               MOVE ACCT-SPECIAL-START-DATE TO WS-CHECK-DATE
               PERFORM 5820-CHECK-DATE-FORMAT
               MOVE WS-CHECK-DATE-FLAG TO WS-FROM-DATE-FLAG
           END-IF
           MOVE 'Y' TO WS-THRU-DATE-FLAG
           IF ACCT-SPECIAL-END-DATE NOT = SPACES
               MOVE ACCT-SPECIAL-END-DATE TO WS-CHECK-DATE
               PERFORM 5820-CHECK-DATE-FORMAT
               MOVE WS-CHECK-DATE-FLAG TO WS-THRU-DATE-FLAG
           END-IF

           EVALUATE TRUE
               WHEN SPCODEI = SPACE OR NOT ACCT-SPECIAL-VALID
                   MOVE 'SPECIAL HANDLING CODE MUST BE N, D, B OR M'
                        TO WS-MESSAGE
               WHEN ACCT-SPECIAL-BANKRUPT
                    AND NOT ACCT-BANKRUPTCY-CHAPTER-OK
                   MOVE 'BANKRUPTCY CHAPTER MUST BE 07, 11, 12 OR 13'
                        TO WS-MESSAGE
               WHEN NOT WS-FROM-DATE-VALID
                   MOVE 'FROM DATE MUST BE YYYY-MM-DD' TO WS-MESSAGE
               WHEN NOT WS-THRU-DATE-VALID
                   MOVE 'THROUGH DATE MUST BE YYYY-MM-DD' TO WS-MESSAGE
               WHEN ACCT-SPECIAL-END-DATE NOT = SPACES
                    AND ACCT-SPECIAL-END-DATE < ACCT-SPECIAL-START-DATE
                   MOVE 'THROUGH DATE IS BEFORE FROM DATE' TO WS-MESSAGE
               WHEN ACCT-SPECIAL-HANDLING = WS-OLD-SPECIAL
                    AND ACCT-SPECIAL-START-DATE = WS-OLD-SPECIAL-START
                    AND ACCT-SPECIAL-END-DATE = WS-OLD-SPECIAL-END
                    AND ACCT-BANKRUPTCY-CHAPTER = WS-OLD-CHAPTER
                   MOVE 'SPECIAL HANDLING UNCHANGED' TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * YYYY-MM-DD WITH A MONTH OF 01-12 AND A DAY OF 01-31 - DB2      *
      * REJECTS ANYTHING FINER ON THE UPDATE ITSELF                    *
      *----------------------------------------------------------------*
       5820-CHECK-DATE-FORMAT.
           MOVE 'N' TO WS-CHECK-DATE-FLAG
           IF WS-CHECK-DATE(1:4) IS NUMERIC
              AND WS-CHECK-DATE(5:1) = '-'
              AND WS-CHECK-DATE(6:2) IS NUMERIC
              AND WS-CHECK-DATE(8:1) = '-'
              AND WS-CHECK-DATE(9:2) IS NUMERIC
               IF WS-CHECK-DATE(6:2) >= '01'
                  AND WS-CHECK-DATE(6:2) <= '12'
                  AND WS-CHECK-DATE(9:2) >= '01'
                  AND WS-CHECK-DATE(9:2) <= '31'
                   MOVE 'Y' TO WS-CHECK-DATE-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY THE EDITED INDICATOR AND AUDIT IT. THE STATUS BYTES ON  *
      * THE AUDIT ROW ARE UNCHANGED-TO-UNCHANGED; CHANGE_REASON SAYS  *
      * WHAT WAS SET.                                                 *
      *----------------------------------------------------------------*
       5830-APPLY-SPECIAL-HANDLING.
           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET SPECIAL_HANDLING = :ACCT-SPECIAL-HANDLING,
                   SPECIAL_START_DATE =
                       NULLIF(:ACCT-SPECIAL-START-DATE, ' '),
                   SPECIAL_END_DATE =
                       NULLIF(:ACCT-SPECIAL-END-DATE, ' '),
                   BANKRUPTCY_CHAPTER = :ACCT-BANKRUPTCY-CHAPTER,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE ACCT-STATUS TO WS-OLD-STATUS
               EVALUATE TRUE
                   WHEN ACCT-SPECIAL-HANDLING = WS-OLD-SPECIAL
                       MOVE 'SPECIAL HANDLING DATES CHANGED'
                            TO WS-AUDIT-REASON
                   WHEN ACCT-SPECIAL-DECEASED
                       MOVE 'SPECIAL HANDLING SET: DECEASED'
                            TO WS-AUDIT-REASON
                   WHEN ACCT-SPECIAL-BANKRUPT
                       MOVE 'SPECIAL HANDLING SET: BANKRUPT'
                            TO WS-AUDIT-REASON
                   WHEN ACCT-SPECIAL-MILITARY
                       MOVE 'SPECIAL HANDLING SET: SCRA'
                            TO WS-AUDIT-REASON
                   WHEN OTHER
                       MOVE 'SPECIAL HANDLING CLEARED'
                            TO WS-AUDIT-REASON
               END-EVALUATE
               PERFORM 7000-WRITE-AUDIT-RECORD
               IF ACCT-SPECIAL-HANDLING = 'N'
                   MOVE 'SPECIAL HANDLING CLEARED' TO WS-MESSAGE
               ELSE
                   MOVE 'SPECIAL HANDLING APPLIED' TO WS-MESSAGE
               END-IF
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'SPECIAL HANDLING FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE CURRENT ROW (IF ANY) FOR THE KEYED ACCOUNT NUMBER     *
      *----------------------------------------------------------------*
                      STATE,
                      ZIP_CODE,
                      DELIVERY_PREF,
                      CYCLE_GROUP,
                      PRODUCT_CODE,
                      BAD_ADDRESS_FLAG,
                      COALESCE(CHAR(BAD_ADDRESS_DATE), ' '),
                      SPECIAL_HANDLING,
                      COALESCE(CHAR(SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(SPECIAL_END_DATE), ' '),
                      BANKRUPTCY_CHAPTER,
                      COALESCE(CUSTOMER_ID, 0)
               INTO  :ACCT-NUMBER,
                     :ACCT-CUSTOMER-NAME,
                     :ACCT-CURRENT-BALANCE,
                     :ACCT-STATE,
                     :ACCT-ZIP,
                     :ACCT-DELIVERY-PREF,
                     :ACCT-CYCLE-GROUP,
                     :ACCT-PRODUCT-CODE,
                     :ACCT-BAD-ADDRESS-FLAG,
                     :ACCT-BAD-ADDRESS-DATE,
                     :ACCT-SPECIAL-HANDLING,
                     :ACCT-SPECIAL-START-DATE,
                     :ACCT-SPECIAL-END-DATE,
                     :ACCT-BANKRUPTCY-CHAPTER,
                     :ACCT-CUSTOMER-ID
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
           END-EXEC.

      *----------------------------------------------------------------*
      * READ THE CUSTOMER THE ACCOUNT IS LINKED TO                     *
      *----------------------------------------------------------------*
       6100-READ-CUSTOMER.
           EXEC SQL
               SELECT CUSTOMER_ID,
                      TAX_ID,
                      CHAR(DATE_OF_BIRTH),
                      CUSTOMER_NAME,
                      ADDR_LINE_1,
                      ADDR_LINE_2,
                      CITY,
                      STATE,
                      ZIP_CODE
               INTO  :SQL-CUST-ID,
                     :SQL-CUST-TAX-ID,
                     :SQL-CUST-BIRTH-DATE,
                     :SQL-CUST-NAME,
                     :SQL-CUST-ADDR-LINE-1,
                     :SQL-CUST-ADDR-LINE-2,
                     :SQL-CUST-CITY,
                     :SQL-CUST-STATE,
                     :SQL-CUST-ZIP
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :ACCT-CUSTOMER-ID
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
               WHERE ACCOUNT_NUMBER = :ACCT-NUMBER
                 AND CHANGE_TYPE = :SQL-PCHG-TYPE
                 AND CHANGE_STATUS = 'P'
           END-EXEC.

      *----------------------------------------------------------------*
      * LIMIT INCREASE THAT NEEDS A SECOND PERSON - THE 'L' ROW ON     *
      * DUAL_CONTROL_RULE, OR THE DEFAULT IF THERE IS NONE             *
      *----------------------------------------------------------------*
       6300-READ-DUAL-CONTROL-LIMIT.
           EXEC SQL
               SELECT THRESHOLD_AMOUNT
               INTO  :WS-DUAL-LIMIT
               FROM DUAL_CONTROL_RULE
               WHERE CHANGE_TYPE = 'L'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-DEFAULT-DUAL-LIMIT TO WS-DUAL-LIMIT
           END-IF.

      *----------------------------------------------------------------*
      * AUDIT TRAIL - ONE ROW PER OPEN/CLOSE/SUSPEND, KEYED BY THE     *
      * TERMINAL THE CHANGE WAS MADE FROM SO IT CAN BE TRACED BACK.    *
      * CHANGE_REASON SAYS WHY WHERE THE STATUS ALONE DOES NOT (AN     *
      * OPEN HELD FOR SANCTIONS REVIEW).                               *
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
                   (:ACCT-NUMBER,
                    :WS-OLD-STATUS,
                    :ACCT-STATUS,
                    :WS-AUDIT-REASON,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * CUSTOMER AUDIT TRAIL - ONE ROW PER CHANGE TO A CUSTOMER, WITH  *
      * THE ACCOUNT IT WAS MADE THROUGH, THE REASON, THE OLD AND NEW   *
      * VALUE (NEVER THE TAX ID ITSELF) AND THE TERMINAL. CCARDCUS     *
      * WRITES THE SAME ROWS.                                          *
      *----------------------------------------------------------------*
       7200-WRITE-CUSTOMER-AUDIT.
           EXEC SQL
               INSERT INTO CUSTOMER_AUDIT_LOG
                   (CUSTOMER_ID,
                    ACCOUNT_NUMBER,
                    CHANGE_REASON,
                    OLD_VALUE,
                    NEW_VALUE,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:ACCT-CUSTOMER-ID,
                    :ACCT-NUMBER,
                    :WS-AUDIT-REASON,
                    :WS-AUDIT-OLD-VALUE,
                    :WS-AUDIT-NEW-VALUE,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * QUEUE A CHANGE FOR A SECOND PERSON - THE PENDING_CHANGE ROW    *
      * BUILT BY THE CALLER AND AN AUDIT ROW (REASON IN               *
      * WS-AUDIT-REASON, STATUS AND LIMIT AS THEY STILL STAND) GO IN   *
      * ONE UNIT OF WORK, KEYED BY THE MAKER'S TERMINAL                *
      *----------------------------------------------------------------*
       7300-QUEUE-PENDING-CHANGE.
           MOVE 'N' TO WS-QUEUE-FLAG
           MOVE ACCT-NUMBER TO SQL-PCHG-ACCOUNT
           SET SQL-PCHG-PENDING TO TRUE
           MOVE SPACES TO SQL-PCHG-OLD-ROUTING
           MOVE SPACES TO SQL-PCHG-OLD-BANK-ACCT
           MOVE SPACES TO SQL-PCHG-NEW-ROUTING
           MOVE SPACES TO SQL-PCHG-NEW-BANK-ACCT
           MOVE SPACES TO SQL-PCHG-OLD-PLAN
           MOVE SPACES TO SQL-PCHG-NEW-PLAN
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
                        OLD_LIMIT,
                        NEW_LIMIT,
                        CHANGE_REASON,
                        CHANGED_BY,
                        CHANGE_TIMESTAMP)
                   VALUES
                       (:ACCT-NUMBER,
                        :ACCT-STATUS,
                        :ACCT-STATUS,
                        :ACCT-CREDIT-LIMIT,
                        :ACCT-CREDIT-LIMIT,
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
      * SEND THE ACCOUNT DATA AND RESULT MESSAGE BACK TO THE SCREEN    *
      *----------------------------------------------------------------*
           MOVE ACCT-ZIP TO AZIPO
           MOVE ACCT-DELIVERY-PREF TO DPREFO
           MOVE ACCT-CYCLE-GROUP TO CYCGRPO
           MOVE ACCT-PRODUCT-CODE TO PRODCDO
           MOVE ACCT-BAD-ADDRESS-FLAG TO BADADRO
           MOVE ACCT-BAD-ADDRESS-DATE TO BADDTEO
           MOVE ACCT-SPECIAL-HANDLING TO SPCODEO
           MOVE ACCT-SPECIAL-START-DATE TO SPFROMO
           MOVE ACCT-SPECIAL-END-DATE TO SPTHRUO
           MOVE ACCT-BANKRUPTCY-CHAPTER TO SPCHAPO
      *    THE TAX ID GOES BACK MASKED TO ITS LAST FOUR DIGITS       *
           IF ACCT-CUSTOMER-ID > ZERO
               MOVE ACCT-CUSTOMER-ID TO CUSTIDO
               PERFORM 6100-READ-CUSTOMER
               IF SQLCODE = 0
                   MOVE SQL-CUST-TAX-ID(6:4) TO WS-MASK-LAST-FOUR
                   MOVE WS-MASKED-TAX-ID TO TAXIDO
                   MOVE SQL-CUST-BIRTH-DATE TO DOBO
               END-IF
           END-IF
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
