       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDSCN.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDSCN - SANCTIONS WATCH-LIST LOAD AND RESCREEN    *
      * PURPOSE: LOAD THE SCREENING VENDOR'S DAILY WATCH-LIST FEED    *
      *          (WLREC LAYOUT) INTO SANCTIONS_WATCH_LIST, AND        *
      *          WHENEVER THE LIST CHANGED, RESCREEN THE WHOLE BOOK   *
      *          AGAINST IT:                                          *
      *            - THE FEED IS A FULL REPLACEMENT. AN ENTRY ALREADY *
      *              ON THE TABLE IS UPDATED IN PLACE, A NEW ONE IS   *
      *              INSERTED, AND ONE NOT ON TODAY'S FEED HAS BEEN   *
      *              DELISTED AND IS DELETED. AN EMPTY FEED ABENDS    *
      *              RATHER THAN DELIST EVERYBODY, AND DELISTING IS   *
      *              SKIPPED WHEN ANY FEED RECORD FAILED TO LOAD.     *
      *            - AN ENTRY ADDED OR CHANGED TODAY (OR ANY          *
      *              DELISTING) MEANS THE LIST CHANGED: EVERY         *
      *              CREDIT_ACCOUNT NAME AND ADDRESS, AND EVERY       *
      *              ACTIVE AUTHORIZED-USER CARD HOLDER NAME ON       *
      *              CREDIT_CARD, IS SCREENED THE SAME WAY CACM       *
      *              SCREENS A NEW ACCOUNT (SCRNREC)                  *
      *            - A SCORE AT OR ABOVE THE THRESHOLD GOES TO        *
      *              SANCTIONS_REVIEW_QUEUE WITH THE MATCH SCORE FOR  *
      *              COMPLIANCE TO WORK ON THE REVIEW SCREEN          *
      *              (CCARDSNR). THE SAME NAME AGAINST THE SAME LIST  *
      *              ENTRY IS NEVER QUEUED TWICE, SO A CLEARED FALSE  *
      *              POSITIVE STAYS CLEARED UNTIL THE NAME OR THE     *
      *              LISTING ITSELF CHANGES.                          *
      *          ACCOUNTS ALREADY BLOCKED ON A CONFIRMED MATCH ARE    *
      *          NOT RESCREENED. A RESCREEN HIT DOES NOT CHANGE THE   *
      *          ACCOUNT STATUS - ONLY A CONFIRMED MATCH BLOCKS.      *
      *          NAMES AND ADDRESSES ARE THE CUSTOMER'S OF RECORD     *
      *          (CUSTOMER TABLE), OR THE COPY ON CREDIT_ACCOUNT FOR  *
      *          AN ACCOUNT NOT LINKED TO A CUSTOMER.                 *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / SCREEN THRESHOLD)    *
      *          WATCH-LIST FEED (WLREC LAYOUT)                        *
      * OUTPUT:  WATCH-LIST LOAD AND RESCREEN CONTROL REPORT           *
      * DATABASE: DB2 SANCTIONS_WATCH_LIST, SANCTIONS_REVIEW_QUEUE,    *
      *           CREDIT_ACCOUNT, CUSTOMER, CREDIT_CARD TABLES         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO WLIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-WL-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO SCNRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  WATCH-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY WLREC.

       FD  SCREEN-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SCREEN-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * WATCH-LIST HOST VARIABLES AND THE SCORING WORK AREA SHARED    *
      * WITH CACM                                                     *
      *----------------------------------------------------------------*
       COPY SCRNREC.

      *----------------------------------------------------------------*
      * SANCTIONS_REVIEW_QUEUE HOST VARIABLES                          *
      *----------------------------------------------------------------*
       COPY SNRREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-SCN-DATA.
           05  SQL-SCN-ACCOUNT          PIC 9(6).
           05  SQL-SCN-CARD-NUMBER      PIC X(16).
           05  SQL-SCN-NAME             PIC X(50).
           05  SQL-SCN-ADDRESS          PIC X(30).
           05  SQL-SCN-CITY             PIC X(20).
           05  SQL-SCN-ROW-COUNT        PIC S9(9) COMP.
      *    THE ENTRY AS IT STOOD ON THE TABLE BEFORE TODAY'S FEED    *
           05  SQL-OLD-LIST-CODE        PIC X(6).
           05  SQL-OLD-ENTRY-NAME       PIC X(50).
           05  SQL-OLD-ADDRESS          PIC X(30).
           05  SQL-OLD-CITY             PIC X(20).
           05  SQL-OLD-COUNTRY          PIC X(2).

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-WL-STATUS             PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-FEED                  VALUE 'Y'.
           05  WS-ACCT-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-ACCOUNTS              VALUE 'Y'.
           05  WS-CARD-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-CARDS                 VALUE 'Y'.
           05  WS-CHANGED-FLAG          PIC X VALUE 'N'.
               88  WS-LIST-CHANGED              VALUE 'Y'.
           05  WS-LOAD-RESULT           PIC X(16).

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE              PIC X(10).

      *----------------------------------------------------------------*
      * THRESHOLD USED WHEN THE CONTROL CARD CARRIES NONE - THE SAME  *
      * SCORE CACM HOLDS A NEW ACCOUNT FOR REVIEW AT                  *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-THRESHOLD         PIC 9(3) VALUE 80.

       01  WS-COUNTERS.
           05  WS-FEED-RECORDS-READ     PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-ADDED         PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-CHANGED       PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-UNCHANGED     PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-REJECTED      PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-DELISTED      PIC 9(7) VALUE ZERO.
           05  WS-CHANGED-TODAY         PIC S9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-SCREENED     PIC 9(7) VALUE ZERO.
           05  WS-HOLDERS-SCREENED      PIC 9(7) VALUE ZERO.
           05  WS-MATCHES-QUEUED        PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-QUEUED        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(48) VALUE
               'SANCTIONS WATCH-LIST LOAD AND RESCREEN REPORT'.
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'THRESHOLD: '.
           05  HDR-THRESHOLD            PIC ZZ9.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-LOAD-DETAIL.
           05  FILLER                   PIC X(12) VALUE 'ENTRY ID'.
           05  FILLER                   PIC X(8)  VALUE 'LIST'.
           05  FILLER                   PIC X(52) VALUE 'LISTED NAME'.
           05  FILLER                   PIC X(16) VALUE 'RESULT'.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  LOAD-DTL-LINE.
           05  LDT-ENTRY-ID             PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LDT-LIST-CODE            PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LDT-ENTRY-NAME           PIC X(50).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LDT-RESULT               PIC X(16).
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  HDR-HIT-TITLE.
           05  FILLER                   PIC X(40) VALUE
               'POTENTIAL MATCHES QUEUED FOR REVIEW'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-HIT-DETAIL.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(32) VALUE 'SCREENED NAME'.
           05  FILLER                   PIC X(12) VALUE 'ENTRY ID'.
           05  FILLER                   PIC X(8)  VALUE 'LIST'.
           05  FILLER                   PIC X(32) VALUE 'LISTED NAME'.
           05  FILLER                   PIC X(5)  VALUE 'SCORE'.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  HIT-DTL-LINE.
           05  HDT-ACCOUNT              PIC 9(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  HDT-CARD-NUMBER          PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDT-SCREENED-NAME        PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDT-ENTRY-ID             PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDT-LIST-CODE            PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HDT-ENTRY-NAME           PIC X(30).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  HDT-SCORE                PIC ZZ9.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  SUM-SCN-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'WATCH-LIST SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-SCN-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-SCN-TEXT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-TEXT-LABEL           PIC X(30).
           05  SUM-TEXT-VALUE           PIC X(20).
           05  FILLER                   PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-ENTRY UNTIL END-OF-FEED
           PERFORM 2800-REMOVE-DELISTED-ENTRIES
           PERFORM 2900-CHECK-LIST-CHANGED

           IF WS-LIST-CHANGED
               PERFORM 3000-OPEN-ACCOUNT-CURSOR
               PERFORM 3100-RESCREEN-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
               PERFORM 3900-CLOSE-ACCOUNT-CURSOR
               PERFORM 4000-OPEN-CARD-CURSOR
               PERFORM 4100-RESCREEN-ONE-CARD UNTIL END-OF-CARDS
               PERFORM 4900-CLOSE-CARD-CURSOR
           END-IF

           PERFORM 5000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT WATCH-LIST-FILE
           OPEN OUTPUT SCREEN-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD

           WRITE SCREEN-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-SCREEN-THRESHOLD TO HDR-THRESHOLD
           WRITE SCREEN-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE SCREEN-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE SCREEN-REPORT-LINE FROM HDR-LOAD-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'SANCTIONS WATCH-LIST LOAD STARTING'
           DISPLAY 'RUN DATE:  ' WS-RUN-DATE
           DISPLAY 'THRESHOLD: ' WS-SCREEN-THRESHOLD
           DISPLAY '=============================================='

           IF WS-WL-STATUS NOT = '00'
               DISPLAY 'ERROR: Watch-list feed open failed (status '
                       WS-WL-STATUS ')'
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF

           PERFORM 1100-READ-FEED-RECORD

      *    AN EMPTY FEED IS A VENDOR OR TRANSMISSION FAILURE, NOT A   *
      *    LIST WITH NOBODY ON IT - LOADING IT WOULD DELIST EVERYONE  *
           IF END-OF-FEED
               DISPLAY 'ERROR: Watch-list feed is empty - '
                       'list not replaced'
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF.

       1010-READ-CONTROL-CARD.
           MOVE WS-DEFAULT-THRESHOLD TO WS-SCREEN-THRESHOLD
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE NOT = SPACES
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
                       IF CTL-SCREEN-THRESHOLD IS NUMERIC
                          AND CTL-SCREEN-THRESHOLD > ZERO
                          AND CTL-SCREEN-THRESHOLD NOT > 100
                           MOVE CTL-SCREEN-THRESHOLD
                                TO WS-SCREEN-THRESHOLD
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4)
               MOVE '-' TO WS-RUN-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
               MOVE '-' TO WS-RUN-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF.

       1100-READ-FEED-RECORD.
           READ WATCH-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FEED-RECORDS-READ
           END-READ.

      *================================================================*
      * LOAD ONE LIST ENTRY - ONLY ADDS, CHANGES AND REJECTS ARE      *
      * LISTED ON THE REPORT; AN UNCHANGED ENTRY IS JUST COUNTED      *
      *================================================================*
       2000-LOAD-ONE-ENTRY.
           MOVE SPACES TO WS-LOAD-RESULT

           EVALUATE TRUE
               WHEN WL-ENTRY-ID = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   MOVE 'NO ENTRY ID' TO WS-LOAD-RESULT
               WHEN WL-ENTRY-NAME = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   MOVE 'NO NAME' TO WS-LOAD-RESULT
               WHEN OTHER
                   PERFORM 2100-UPSERT-ENTRY
           END-EVALUATE

           IF WS-LOAD-RESULT NOT = 'UNCHANGED'
               PERFORM 7000-WRITE-LOAD-DETAIL
           END-IF

           PERFORM 1100-READ-FEED-RECORD.

      *----------------------------------------------------------------*
      * UPDATE THE ENTRY IN PLACE IF IT IS ALREADY LISTED, OTHERWISE  *
      * INSERT IT. EVERY ENTRY ON THE FEED IS STAMPED WITH TODAY'S    *
      * LOAD DATE; ONLY A NEW OR ALTERED ONE GETS TODAY'S CHANGE DATE *
      * - THAT IS WHAT TRIGGERS THE RESCREEN, AND IT SURVIVES A RERUN *
      *----------------------------------------------------------------*
       2100-UPSERT-ENTRY.
           MOVE WL-ENTRY-ID TO SQL-WL-ENTRY-ID
           MOVE WL-LIST-CODE TO SQL-WL-LIST-CODE
           MOVE WL-ENTRY-NAME TO SQL-WL-ENTRY-NAME
           MOVE WL-ADDRESS TO SQL-WL-ADDRESS
           MOVE WL-CITY TO SQL-WL-CITY
           MOVE WL-COUNTRY TO SQL-WL-COUNTRY

           MOVE WL-ENTRY-NAME TO WS-NORM-TEXT
           PERFORM 6100-NORMALIZE-TEXT
           PERFORM 2150-PICK-SEARCH-KEY

           EXEC SQL
               SELECT LIST_CODE,
                      ENTRY_NAME,
                      ADDRESS,
                      CITY,
                      COUNTRY
               INTO  :SQL-OLD-LIST-CODE,
                     :SQL-OLD-ENTRY-NAME,
                     :SQL-OLD-ADDRESS,
                     :SQL-OLD-CITY,
                     :SQL-OLD-COUNTRY
               FROM SANCTIONS_WATCH_LIST
               WHERE ENTRY_ID = :SQL-WL-ENTRY-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       INSERT INTO SANCTIONS_WATCH_LIST
                           (ENTRY_ID,
                            LIST_CODE,
                            ENTRY_NAME,
                            SEARCH_KEY,
                            ADDRESS,
                            CITY,
                            COUNTRY,
                            LAST_CHANGED_DATE,
                            LAST_LOAD_DATE)
                       VALUES
                           (:SQL-WL-ENTRY-ID,
                            :SQL-WL-LIST-CODE,
                            :SQL-WL-ENTRY-NAME,
                            :SQL-WL-SEARCH-KEY,
                            :SQL-WL-ADDRESS,
                            :SQL-WL-CITY,
                            :SQL-WL-COUNTRY,
                            :WS-RUN-DATE,
                            :WS-RUN-DATE)
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-ENTRIES-ADDED
                       MOVE 'ADDED' TO WS-LOAD-RESULT
                   END-IF
               WHEN SQLCODE = 0
                    AND SQL-OLD-LIST-CODE = SQL-WL-LIST-CODE
                    AND SQL-OLD-ENTRY-NAME = SQL-WL-ENTRY-NAME
                    AND SQL-OLD-ADDRESS = SQL-WL-ADDRESS
                    AND SQL-OLD-CITY = SQL-WL-CITY
                    AND SQL-OLD-COUNTRY = SQL-WL-COUNTRY
                   EXEC SQL
                       UPDATE SANCTIONS_WATCH_LIST
                       SET LAST_LOAD_DATE = :WS-RUN-DATE
                       WHERE ENTRY_ID = :SQL-WL-ENTRY-ID
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-ENTRIES-UNCHANGED
                       MOVE 'UNCHANGED' TO WS-LOAD-RESULT
                   END-IF
               WHEN SQLCODE = 0
                   EXEC SQL
                       UPDATE SANCTIONS_WATCH_LIST
                       SET LIST_CODE = :SQL-WL-LIST-CODE,
                           ENTRY_NAME = :SQL-WL-ENTRY-NAME,
                           SEARCH_KEY = :SQL-WL-SEARCH-KEY,
                           ADDRESS = :SQL-WL-ADDRESS,
                           CITY = :SQL-WL-CITY,
                           COUNTRY = :SQL-WL-COUNTRY,
                           LAST_CHANGED_DATE = :WS-RUN-DATE,
                           LAST_LOAD_DATE = :WS-RUN-DATE
                       WHERE ENTRY_ID = :SQL-WL-ENTRY-ID
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-ENTRIES-CHANGED
                       MOVE 'CHANGED' TO WS-LOAD-RESULT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
               ADD 1 TO WS-ENTRIES-REJECTED
               MOVE 'LOAD FAILED' TO WS-LOAD-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * THE SEARCH KEY IS THE LONGEST WORD OF THE NORMALIZED LISTED   *
      * NAME - THE MOST SELECTIVE ONE FOR THE CANDIDATE CURSOR        *
      *----------------------------------------------------------------*
       2150-PICK-SEARCH-KEY.
           MOVE SPACES TO SQL-WL-SEARCH-KEY
           MOVE ZERO TO WS-LONGEST-LENGTH
           PERFORM 2160-MEASURE-ONE-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-NORM-WORD-COUNT.

       2160-MEASURE-ONE-WORD.
           MOVE ZERO TO WS-WORD-LENGTH
           INSPECT WS-NORM-WORD(WS-WORD-SUB)
               TALLYING WS-WORD-LENGTH FOR CHARACTERS
               BEFORE INITIAL SPACE
           IF WS-WORD-LENGTH > WS-LONGEST-LENGTH
               MOVE WS-WORD-LENGTH TO WS-LONGEST-LENGTH
               MOVE WS-NORM-WORD(WS-WORD-SUB) TO SQL-WL-SEARCH-KEY
           END-IF.

      *----------------------------------------------------------------*
      * AN ENTRY NOT ON TODAY'S FEED HAS BEEN DELISTED. SKIPPED WHEN  *
      * ANY FEED RECORD WAS REJECTED - THAT ENTRY WOULD OTHERWISE BE  *
      * DELETED AS IF IT HAD COME OFF THE LIST                        *
      *----------------------------------------------------------------*
       2800-REMOVE-DELISTED-ENTRIES.
           IF WS-ENTRIES-REJECTED > ZERO
               DISPLAY 'WARNING: Feed records rejected - '
                       'delisting skipped this run'
           ELSE
               MOVE ZERO TO SQL-SCN-ROW-COUNT

               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :SQL-SCN-ROW-COUNT
                   FROM   SANCTIONS_WATCH_LIST
                   WHERE  LAST_LOAD_DATE < :WS-RUN-DATE
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-SCREENING-RUN
               END-IF

               IF SQL-SCN-ROW-COUNT > ZERO
                   EXEC SQL
                       DELETE FROM SANCTIONS_WATCH_LIST
                       WHERE LAST_LOAD_DATE < :WS-RUN-DATE
                   END-EXEC

                   IF SQLCODE NOT = 0
                       PERFORM 9100-HANDLE-DB2-ERROR
                       PERFORM 9999-ABEND-SCREENING-RUN
                   END-IF

                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE SQL-SCN-ROW-COUNT TO WS-ENTRIES-DELISTED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE LIST CHANGED IF ANY ENTRY CARRIES TODAY'S CHANGE DATE     *
      * (ADDED OR ALTERED, THIS RUN OR AN EARLIER RUN TODAY THAT DID  *
      * NOT FINISH) OR ANY ENTRY WAS DELISTED                         *
      *----------------------------------------------------------------*
       2900-CHECK-LIST-CHANGED.
           MOVE ZERO TO WS-CHANGED-TODAY

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CHANGED-TODAY
               FROM   SANCTIONS_WATCH_LIST
               WHERE  LAST_CHANGED_DATE = :WS-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF

           IF WS-CHANGED-TODAY > ZERO OR WS-ENTRIES-DELISTED > ZERO
               SET WS-LIST-CHANGED TO TRUE
               WRITE SCREEN-REPORT-LINE FROM HDR-LINE-3 AFTER 2
               WRITE SCREEN-REPORT-LINE FROM HDR-HIT-TITLE AFTER 1
               WRITE SCREEN-REPORT-LINE FROM HDR-HIT-DETAIL AFTER 1
           ELSE
               DISPLAY 'Watch list unchanged - no rescreen needed'
           END-IF.

      *================================================================*
      * RESCREEN PASS 1 - EVERY ACCOUNT NAME AND MAILING ADDRESS.     *
      * WITH HOLD - EACH ACCOUNT COMMITS ITS OWN QUEUE ROWS.          *
      *================================================================*
       3000-OPEN-ACCOUNT-CURSOR.
           EXEC SQL
               DECLARE SCA-CURSOR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_NUMBER,
                      COALESCE(C.CUSTOMER_NAME, A.CUSTOMER_NAME),
                      COALESCE(C.ADDR_LINE_1, A.ADDR_LINE_1),
                      COALESCE(C.CITY, A.CITY)
               FROM CREDIT_ACCOUNT A
                    LEFT OUTER JOIN CUSTOMER C
                      ON C.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE A.ACCOUNT_STATUS <> 'B'
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN SCA-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF

           PERFORM 3010-FETCH-ACCOUNT.

       3010-FETCH-ACCOUNT.
           EXEC SQL
               FETCH SCA-CURSOR
               INTO :SQL-SCN-ACCOUNT,
                    :SQL-SCN-NAME,
                    :SQL-SCN-ADDRESS,
                    :SQL-SCN-CITY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-ACCT-EOF-FLAG
                   ADD 1 TO WS-ACCOUNTS-SCREENED
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-SCREENING-RUN
           END-EVALUATE.

       3100-RESCREEN-ONE-ACCOUNT.
           MOVE SPACES TO SQL-SCN-CARD-NUMBER
           PERFORM 6000-SCREEN-SUBJECT
           PERFORM 3010-FETCH-ACCOUNT.

       3900-CLOSE-ACCOUNT-CURSOR.
           EXEC SQL
               CLOSE SCA-CURSOR
           END-EXEC.

      *================================================================*
      * RESCREEN PASS 2 - AUTHORIZED USERS: EVERY ACTIVE CARD WHOSE   *
      * HOLDER NAME IS NOT THE ACCOUNT NAME PASS 1 ALREADY SCREENED,  *
      * AGAINST THE ACCOUNT'S MAILING ADDRESS                         *
      *================================================================*
       4000-OPEN-CARD-CURSOR.
           EXEC SQL
               DECLARE SCC-CURSOR CURSOR WITH HOLD FOR
               SELECT C.CARD_NUMBER,
                      C.CARD_HOLDER_NAME,
                      A.ACCOUNT_NUMBER,
                      COALESCE(U.ADDR_LINE_1, A.ADDR_LINE_1),
                      COALESCE(U.CITY, A.CITY)
               FROM CREDIT_CARD C
                    INNER JOIN CREDIT_ACCOUNT A
                      ON A.ACCOUNT_NUMBER = C.LINKED_ACCOUNT
                    LEFT OUTER JOIN CUSTOMER U
                      ON U.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE C.ACTIVE_FLAG = 'Y'
                 AND A.ACCOUNT_STATUS <> 'B'
                 AND C.CARD_HOLDER_NAME <>
                     COALESCE(U.CUSTOMER_NAME, A.CUSTOMER_NAME)
               ORDER BY C.CARD_NUMBER
           END-EXEC

           EXEC SQL
               OPEN SCC-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF

           PERFORM 4010-FETCH-CARD.

       4010-FETCH-CARD.
           EXEC SQL
               FETCH SCC-CURSOR
               INTO :SQL-SCN-CARD-NUMBER,
                    :SQL-SCN-NAME,
                    :SQL-SCN-ACCOUNT,
                    :SQL-SCN-ADDRESS,
                    :SQL-SCN-CITY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-CARD-EOF-FLAG
                   ADD 1 TO WS-HOLDERS-SCREENED
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-SCREENING-RUN
           END-EVALUATE.

       4100-RESCREEN-ONE-CARD.
           PERFORM 6000-SCREEN-SUBJECT
           PERFORM 4010-FETCH-CARD.

       4900-CLOSE-CARD-CURSOR.
           EXEC SQL
               CLOSE SCC-CURSOR
           END-EXEC.

      *================================================================*
      * SCREEN ONE NAME/ADDRESS (SQL-SCN-*) AGAINST THE WATCH LIST.   *
      * THE SCORING BELOW (6000-6310) IS THE SAME AS CCARDACM'S       *
      * SCREENING AT ACCOUNT OPEN - CHANGE THEM TOGETHER. THE         *
      * CANDIDATE CURSOR IS CLOSED BEFORE THE QUEUE ROWS COMMIT.      *
      *================================================================*
       6000-SCREEN-SUBJECT.
           MOVE SQL-SCN-NAME TO WS-NORM-TEXT
           PERFORM 6100-NORMALIZE-TEXT
           MOVE WS-NORM-TEXT TO WS-SCREEN-NAME
           MOVE WS-NORM-WORD-COUNT TO WS-SUBJECT-WORD-COUNT
           MOVE WS-NORM-WORDS TO WS-SUBJECT-WORDS

           MOVE SQL-SCN-ADDRESS TO WS-SCREEN-ADDRESS
           INSPECT WS-SCREEN-ADDRESS
               CONVERTING WS-FOLD-FROM TO WS-FOLD-TO
           MOVE SQL-SCN-CITY TO WS-SCREEN-CITY
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
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-SCREENING-RUN
               END-IF

               PERFORM 6010-FETCH-CANDIDATE
               PERFORM 6200-SCORE-CANDIDATE UNTIL END-OF-CANDIDATES

               EXEC SQL
                   CLOSE CND-CURSOR
               END-EXEC

               IF WS-SCREEN-HITS > ZERO
                   EXEC SQL COMMIT WORK END-EXEC
               END-IF
           END-IF.

       6010-FETCH-CANDIDATE.
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
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-SCREENING-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * UPPER-CASE THE TEXT, BLANK ITS PUNCTUATION AND SPLIT IT INTO  *
      * WORDS (AT MOST SIX - ANY BEYOND ARE IGNORED)                  *
      *----------------------------------------------------------------*
       6100-NORMALIZE-TEXT.
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
       6200-SCORE-CANDIDATE.
           PERFORM 6300-COMPUTE-MATCH-SCORE

           IF WS-MATCH-SCORE > WS-BEST-SCORE
               MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
           END-IF

           IF WS-MATCH-SCORE NOT < WS-SCREEN-THRESHOLD
               PERFORM 6400-QUEUE-POTENTIAL-MATCH
           END-IF

           PERFORM 6010-FETCH-CANDIDATE.

      *----------------------------------------------------------------*
      * NAME SCORE = 200 X WORDS IN COMMON / (SUBJECT + LISTED WORDS) *
      * BLENDED 80/20 WITH THE ADDRESS SCORE WHERE THE LIST CARRIES   *
      * AN ADDRESS (SEE SCRNREC)                                      *
      *----------------------------------------------------------------*
       6300-COMPUTE-MATCH-SCORE.
           MOVE SQL-WL-ENTRY-NAME TO WS-NORM-TEXT
           PERFORM 6100-NORMALIZE-TEXT
           MOVE WS-NORM-WORD-COUNT TO WS-ENTRY-WORD-COUNT
           MOVE WS-NORM-WORDS TO WS-ENTRY-WORDS

           MOVE ZERO TO WS-WORDS-MATCHED
           PERFORM 6310-MATCH-ONE-WORD
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

       6310-MATCH-ONE-WORD.
           SET WS-SUBJ-IDX TO 1
           SEARCH WS-SUBJECT-WORD
               AT END
                   CONTINUE
               WHEN WS-SUBJECT-WORD(WS-SUBJ-IDX) =
                    WS-ENTRY-WORD(WS-WORD-SUB)
                   ADD 1 TO WS-WORDS-MATCHED
           END-SEARCH.

      *----------------------------------------------------------------*
      * QUEUE A POTENTIAL MATCH FOR COMPLIANCE REVIEW - UNLESS THIS   *
      * NAME HAS ALREADY BEEN QUEUED AGAINST THIS LISTING (PENDING,   *
      * CONFIRMED OR CLEARED). A FAILED INSERT ABENDS - THE CANDIDATE *
      * CURSOR IS STILL OPEN - AND A RERUN SKIPS WHAT IS QUEUED       *
      *----------------------------------------------------------------*
       6400-QUEUE-POTENTIAL-MATCH.
           MOVE SQL-SCN-ACCOUNT TO SQL-RVW-ACCOUNT
           MOVE SQL-SCN-CARD-NUMBER TO SQL-RVW-CARD-NUMBER
           MOVE SQL-SCN-NAME TO SQL-RVW-SCREENED-NAME
           MOVE SQL-WL-ENTRY-ID TO SQL-RVW-ENTRY-ID
           MOVE SQL-WL-LIST-CODE TO SQL-RVW-LIST-CODE
           MOVE SQL-WL-ENTRY-NAME TO SQL-RVW-ENTRY-NAME
           MOVE WS-MATCH-SCORE TO SQL-RVW-MATCH-SCORE
           SET SQL-RVW-FROM-RESCREEN TO TRUE
           SET SQL-RVW-PENDING TO TRUE
           MOVE WS-RUN-DATE TO SQL-RVW-QUEUED-DATE
           MOVE ZERO TO SQL-RVW-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-RVW-ROW-COUNT
               FROM   SANCTIONS_REVIEW_QUEUE
               WHERE  ACCOUNT_NUMBER = :SQL-RVW-ACCOUNT
                 AND  CARD_NUMBER = :SQL-RVW-CARD-NUMBER
                 AND  SCREENED_NAME = :SQL-RVW-SCREENED-NAME
                 AND  ENTRY_ID = :SQL-RVW-ENTRY-ID
                 AND  ENTRY_NAME = :SQL-RVW-ENTRY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-SCREENING-RUN
           END-IF

           IF SQL-RVW-ROW-COUNT > ZERO
               ADD 1 TO WS-ALREADY-QUEUED
           ELSE
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
                        :SQL-RVW-QUEUED-DATE)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   DISPLAY 'ERROR: Could not queue potential match - '
                           'account ' SQL-RVW-ACCOUNT
                           ' entry ' SQL-RVW-ENTRY-ID
                   PERFORM 9999-ABEND-SCREENING-RUN
               END-IF

               ADD 1 TO WS-SCREEN-HITS
               ADD 1 TO WS-MATCHES-QUEUED
               PERFORM 7100-WRITE-HIT-DETAIL
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE LOAD REPORT DETAIL LINE                              *
      *----------------------------------------------------------------*
       7000-WRITE-LOAD-DETAIL.
           MOVE WL-ENTRY-ID TO LDT-ENTRY-ID
           MOVE WL-LIST-CODE TO LDT-LIST-CODE
           MOVE WL-ENTRY-NAME TO LDT-ENTRY-NAME
           MOVE WS-LOAD-RESULT TO LDT-RESULT
           WRITE SCREEN-REPORT-LINE FROM LOAD-DTL-LINE AFTER 1.

      *----------------------------------------------------------------*
      * WRITE ONE POTENTIAL-MATCH REPORT DETAIL LINE                   *
      *----------------------------------------------------------------*
       7100-WRITE-HIT-DETAIL.
           MOVE SQL-RVW-ACCOUNT TO HDT-ACCOUNT
           MOVE SQL-RVW-CARD-NUMBER TO HDT-CARD-NUMBER
           MOVE SQL-RVW-SCREENED-NAME TO HDT-SCREENED-NAME
           MOVE SQL-RVW-ENTRY-ID TO HDT-ENTRY-ID
           MOVE SQL-RVW-LIST-CODE TO HDT-LIST-CODE
           MOVE SQL-RVW-ENTRY-NAME TO HDT-ENTRY-NAME
           MOVE SQL-RVW-MATCH-SCORE TO HDT-SCORE
           WRITE SCREEN-REPORT-LINE FROM HIT-DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       5000-FINALIZE.
           WRITE SCREEN-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-HEADER AFTER 1

           MOVE 'Feed Records Read:' TO SUM-COUNT-LABEL
           MOVE WS-FEED-RECORDS-READ TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Entries Added:' TO SUM-COUNT-LABEL
           MOVE WS-ENTRIES-ADDED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Entries Changed:' TO SUM-COUNT-LABEL
           MOVE WS-ENTRIES-CHANGED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Entries Unchanged:' TO SUM-COUNT-LABEL
           MOVE WS-ENTRIES-UNCHANGED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Entries Rejected:' TO SUM-COUNT-LABEL
           MOVE WS-ENTRIES-REJECTED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Entries Delisted:' TO SUM-COUNT-LABEL
           MOVE WS-ENTRIES-DELISTED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Rescreen:' TO SUM-TEXT-LABEL
           IF WS-LIST-CHANGED
               MOVE 'RUN - LIST CHANGED' TO SUM-TEXT-VALUE
           ELSE
               MOVE 'NOT RUN - UNCHANGED' TO SUM-TEXT-VALUE
           END-IF
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-TEXT-LINE AFTER 1

           MOVE 'Accounts Screened:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-SCREENED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Card Holders Screened:' TO SUM-COUNT-LABEL
           MOVE WS-HOLDERS-SCREENED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Potential Matches Queued:' TO SUM-COUNT-LABEL
           MOVE WS-MATCHES-QUEUED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           MOVE 'Already Queued/Reviewed:' TO SUM-COUNT-LABEL
           MOVE WS-ALREADY-QUEUED TO SUM-COUNT-VALUE
           WRITE SCREEN-REPORT-LINE FROM SUM-SCN-COUNT-LINE AFTER 1

           CLOSE WATCH-LIST-FILE
           CLOSE SCREEN-REPORT-FILE

           IF WS-ENTRIES-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'SANCTIONS WATCH-LIST LOAD COMPLETE'
           DISPLAY '  Feed Records Read: ' WS-FEED-RECORDS-READ
           DISPLAY '  Entries Added:     ' WS-ENTRIES-ADDED
           DISPLAY '  Entries Changed:   ' WS-ENTRIES-CHANGED
           DISPLAY '  Entries Rejected:  ' WS-ENTRIES-REJECTED
           DISPLAY '  Entries Delisted:  ' WS-ENTRIES-DELISTED
           DISPLAY '  Accounts Screened: ' WS-ACCOUNTS-SCREENED
           DISPLAY '  Holders Screened:  ' WS-HOLDERS-SCREENED
           DISPLAY '  Matches Queued:    ' WS-MATCHES-QUEUED
           DISPLAY '=============================================='.

      *================================================================*
      * ERROR HANDLING                                                 *
      *================================================================*
       9100-HANDLE-DB2-ERROR.
           DISPLAY '***** DB2 ERROR *****'
           DISPLAY 'SQLCODE: ' SQLCODE
           DISPLAY 'SQLERRM: ' SQLERRMC
           DISPLAY '*********************'.

      *----------------------------------------------------------------*
      * HARD STOP - THE CURRENT UNIT OF WORK IS ROLLED BACK AND THE   *
      * RUN ENDS WITH RETURN CODE 16. EACH ENTRY AND EACH SCREENED    *
      * NAME COMMITS ON ITS OWN; A RERUN RELOADS THE SAME FEED (THE   *
      * CHANGE DATE STILL TRIGGERS THE RESCREEN) AND SKIPS EVERY      *
      * MATCH ALREADY QUEUED.                                         *
      *----------------------------------------------------------------*
       9999-ABEND-SCREENING-RUN.
           DISPLAY '***** SANCTIONS SCREENING ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE WATCH-LIST-FILE
           CLOSE SCREEN-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
