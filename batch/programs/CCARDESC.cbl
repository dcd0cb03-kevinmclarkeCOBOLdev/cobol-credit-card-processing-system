       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDESC.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDESC - ANNUAL UNCLAIMED PROPERTY (ESCHEATMENT)    *
      * PURPOSE: A REFUND CHECK CCARDCKR VOIDS AS STALE-DATED PUTS    *
      *          THE CREDIT BALANCE BACK ON THE ACCOUNT, AND CCARDCBR *
      *          WILL NOT MAIL THAT ACCOUNT AGAIN - THE MONEY WAITS   *
      *          FOR THE CARDHOLDER TO CLAIM IT. ONCE IT HAS GONE     *
      *          UNCLAIMED PAST THE DORMANCY PERIOD OF THE STATE THE  *
      *          OWNER LIVES IN IT BELONGS TO THAT STATE. THIS ANNUAL *
      *          STEP:                                                 *
      *            - REPORTS EVERY DORMANT BALANCE GROUPED BY THE     *
      *              ACCOUNT'S ACCT-STATE WITH PER-STATE SUBTOTALS -  *
      *              THE FILING SCHEDULE FOR EACH STATE'S REPORT      *
      *            - ON THE REMITTANCE RUN (CTL-ESCHEAT-REMIT = 'Y')  *
      *              ALSO WRITES THE ESCHEAT TRANSACTION (TRANREC     *
      *              LAYOUT) THAT TAKES THE BALANCE OFF THE ACCOUNT   *
      *              WHEN CCARDPROC POSTS IT, AND MARKS THE CHECK     *
      *              ESCHEATED ON CHECK_REGISTER. ANY OTHER RUN IS A  *
      *              REPORT-ONLY PREVIEW THAT CHANGES NOTHING.        *
      *          A BALANCE IS DORMANT WHEN THE VOIDED CHECK WAS       *
      *          ISSUED MORE THAN THE STATE'S DORMANCY YEARS AGO AND  *
      *          THE OWNER HAS NOT USED THE ACCOUNT (PURCHASE, CASH   *
      *          ADVANCE, BALANCE TRANSFER OR PAYMENT) INSIDE THAT    *
      *          PERIOD. THE AMOUNT IS THE VOIDED CHECK'S AMOUNT, OR  *
      *          THE CREDIT BALANCE STILL STANDING IF SMALLER.        *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / DEFAULT DORMANCY     *
      *          YEARS / REMIT SWITCH)                                 *
      * OUTPUT:  ESCHEAT TRANSACTION FILE (TRANREC LAYOUT)             *
      *          UNCLAIMED PROPERTY REPORT BY STATE                    *
      * DATABASE: DB2 CHECK_REGISTER, CREDIT_ACCOUNT,                  *
      *           ESCHEAT_DORMANCY, TRANSACTION_LOG TABLES             *
      * RETURN CODE: 0 = CLEAN, 8 = A REMITTANCE THAT COULD NOT BE    *
      *              STAMPED ON THE REGISTER - SEE THE REPORT          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT ESCHEAT-TRAN-FILE ASSIGN TO ESCOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO ESCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  ESCHEAT-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRANREC.

       FD  ESCHEAT-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ESCHEAT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * CHECK_REGISTER HOST VARIABLES (SHARED WITH CCARDCBR AND        *
      * CCARDCKR)                                                      *
      *----------------------------------------------------------------*
       COPY CKRGREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-ESCHEAT-DATA.
           05  SQL-ESC-STATE            PIC X(2).
           05  SQL-ESC-OWNER-NAME       PIC X(50).
           05  SQL-ESC-DORMANCY-YEARS   PIC S9(4) COMP.
           05  SQL-ESC-AMOUNT           PIC S9(8)V99 COMP-3.
           05  SQL-ESC-DEFAULT-YEARS    PIC S9(4) COMP.
           05  SQL-ESC-RUN-DATE         PIC X(10).

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE BATCH ID THIS STEP    *
      * LOGS UNDER COMES FROM THE LATEST COMPLETE RUN ON THE REGISTRY *
      * UNLESS THE CONTROL CARD CARRIES AN EXPLICIT OVERRIDE          *
      *----------------------------------------------------------------*
       COPY REGREC.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-OUT-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-DORMANT-BALANCES      VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.
           05  WS-REMIT-FLAG            PIC X VALUE 'N'.
               88  WS-REMITTANCE-RUN            VALUE 'Y'.
           05  WS-FIRST-ROW-FLAG        PIC X VALUE 'Y'.
               88  WS-FIRST-ROW                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-CURRENT-STATE         PIC X(2).
           05  WS-CHECK-NUMBER          PIC 9(10).
           05  WS-RUN-MODE-TEXT         PIC X(10).

      *----------------------------------------------------------------*
      * DORMANCY PERIOD IN YEARS FOR A STATE WITH NO ESCHEAT_DORMANCY *
      * ROW (DEFAULT, OVERRIDABLE BY CONTROL CARD)                    *
      *----------------------------------------------------------------*
       01  WS-ESCHEAT-YEARS             PIC 9(2) VALUE 3.

       01  WS-COUNTERS.
           05  WS-STATE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-STATE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-STATES-REPORTED       PIC 9(7) VALUE ZERO.
           05  WS-DORMANT-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-DORMANT-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REMITTED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REMITTED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REMIT-FAILURES        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'UNCLAIMED PROPERTY REPORT BY STATE'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'RUN MODE: '.
           05  HDR-RUN-MODE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(26) VALUE
               'DEFAULT DORMANCY (YEARS): '.
           05  HDR-DEFAULT-YEARS        PIC Z9.
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(7)  VALUE 'STATE'.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(42) VALUE 'OWNER NAME'.
           05  FILLER                   PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                   PIC X(12) VALUE 'ISSUED'.
           05  FILLER                   PIC X(6)  VALUE 'YRS'.
           05  FILLER                   PIC X(16) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(12) VALUE 'ACTION'.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-STATE                PIC X(2).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-OWNER-NAME           PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-CHECK-NUMBER         PIC 9(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-ISSUE-DATE           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-DORMANCY-YEARS       PIC Z9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  DTL-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-ACTION               PIC X(12).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  STATE-TOTAL-LINE.
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               'STATE TOTAL  '.
           05  STT-STATE                PIC X(2).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'ITEMS: '.
           05  STT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(43) VALUE SPACES.
           05  STT-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  SUM-ESCHEAT-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'UNCLAIMED PROPERTY SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-ESCHEAT-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-ESCHEAT-AMOUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-AMOUNT-LABEL         PIC X(30).
           05  SUM-AMOUNT-VALUE         PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DORMANT-BALANCE
               UNTIL END-OF-DORMANT-BALANCES
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT ESCHEAT-TRAN-FILE
           OPEN OUTPUT ESCHEAT-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           IF WS-REMITTANCE-RUN
               MOVE 'REMITTANCE' TO WS-RUN-MODE-TEXT
           ELSE
               MOVE 'PREVIEW' TO WS-RUN-MODE-TEXT
           END-IF

           WRITE ESCHEAT-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-RUN-MODE-TEXT TO HDR-RUN-MODE
           MOVE WS-ESCHEAT-YEARS TO HDR-DEFAULT-YEARS
           WRITE ESCHEAT-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE ESCHEAT-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE ESCHEAT-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'UNCLAIMED PROPERTY RUN STARTING'
           DISPLAY 'RUN MODE:         ' WS-RUN-MODE-TEXT
           DISPLAY 'DEFAULT DORMANCY: ' WS-ESCHEAT-YEARS ' YEARS'
           DISPLAY '=============================================='

           MOVE WS-RUN-DATE TO SQL-ESC-RUN-DATE
           MOVE WS-ESCHEAT-YEARS TO SQL-ESC-DEFAULT-YEARS

      *    WITH HOLD - EACH REMITTANCE COMMITS ITS OWN UNIT OF WORK *
      *    BELOW. ONE VOIDED CHECK PER ACCOUNT AT MOST (CCARDCBR    *
      *    WILL NOT REISSUE WHILE ONE STANDS), SO THE SMALLER OF    *
      *    THE CHECK AND THE CREDIT STILL ON THE ACCOUNT IS THE     *
      *    PROPERTY. A SANCTIONS-BLOCKED ACCOUNT IS LEFT OUT - NO   *
      *    FUNDS MOVE WHILE THE BLOCK STANDS.                       *
           EXEC SQL
               DECLARE DORMANT-CURSOR CURSOR WITH HOLD FOR
               SELECT A.STATE,
                      R.ACCOUNT_NUMBER,
                      A.CUSTOMER_NAME,
                      R.CHECK_NUMBER,
                      CHAR(R.ISSUE_DATE),
                      COALESCE(D.DORMANCY_YEARS,
                               :SQL-ESC-DEFAULT-YEARS),
                      CASE
                        WHEN R.AMOUNT < 0 - A.CURRENT_BALANCE
                        THEN R.AMOUNT
                        ELSE 0 - A.CURRENT_BALANCE
                      END
               FROM   CHECK_REGISTER R
                      INNER JOIN CREDIT_ACCOUNT A
                        ON  A.ACCOUNT_NUMBER = R.ACCOUNT_NUMBER
                      LEFT OUTER JOIN ESCHEAT_DORMANCY D
                        ON  D.STATE_CODE = A.STATE
               WHERE  R.CHECK_STATUS = 'V'
                 AND  A.CURRENT_BALANCE < 0
                 AND  A.ACCOUNT_STATUS <> 'B'
                 AND  R.ISSUE_DATE <=
                      DATE(:SQL-ESC-RUN-DATE)
                      - COALESCE(D.DORMANCY_YEARS,
                                 :SQL-ESC-DEFAULT-YEARS) YEARS
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   TRANSACTION_LOG T
                       WHERE  T.ACCOUNT_NUMBER = R.ACCOUNT_NUMBER
                         AND  T.TRANSACTION_TYPE IN
                              ('PURCHASE', 'CASHADV', 'BALXFER',
                               'PAYMENT')
                         AND  DATE(T.TRANSACTION_DATE) >
                              DATE(:SQL-ESC-RUN-DATE)
                              - COALESCE(D.DORMANCY_YEARS,
                                      :SQL-ESC-DEFAULT-YEARS) YEARS)
               ORDER BY A.STATE, R.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN DORMANT-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ESCHEAT-RUN
           END-IF

           PERFORM 1100-FETCH-DORMANT-BALANCE.

       1010-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-BATCH-ID NOT = SPACES
                           MOVE CTL-BATCH-ID TO WS-BATCH-ID
                       END-IF
                       IF CTL-PROCESS-DATE NOT = SPACES
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
                       IF CTL-REGISTRY-OVERRIDE = 'Y'
                           MOVE 'Y' TO WS-REGISTRY-OVERRIDE
                       END-IF
                       IF CTL-ESCHEAT-YEARS NOT = ZERO
                           MOVE CTL-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
                       END-IF
                       IF CTL-ESCHEAT-REMIT = 'Y'
                           MOVE 'Y' TO WS-REMIT-FLAG
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

      *----------------------------------------------------------------*
      * RESOLVE THE BATCH FROM THE RUN REGISTRY - THE LATEST COMPLETE *
      * RUN - UNLESS THE CARD CARRIES AN EXPLICIT OVERRIDE            *
      *----------------------------------------------------------------*
       1015-RESOLVE-BATCH-REGISTRY.
           IF WS-CARD-OVERRIDES-REGISTRY
               DISPLAY 'INFO: Registry override - using control card '
                       'batch id ' WS-BATCH-ID
           ELSE
               EXEC SQL
                   SELECT BATCH_ID,
                          PROCESS_DATE
                   INTO  :SQL-REG-BATCH-ID,
                         :SQL-REG-PROCESS-DATE
                   FROM BATCH_RUN_REGISTRY
                   WHERE RUN_STATUS = 'COMPLETE'
                   ORDER BY START_TIMESTAMP DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQL-REG-BATCH-ID TO WS-BATCH-ID
                   IF SQL-REG-PROCESS-DATE NOT = SPACES
                       MOVE SQL-REG-PROCESS-DATE TO WS-RUN-DATE
                   END-IF
               ELSE
                   DISPLAY 'WARNING: No completed run on the '
                           'registry - using control card batch id '
                           WS-BATCH-ID
               END-IF
           END-IF.

       1100-FETCH-DORMANT-BALANCE.
           EXEC SQL
               FETCH DORMANT-CURSOR
               INTO :SQL-ESC-STATE,
                    :SQL-CKRG-ACCOUNT,
                    :SQL-ESC-OWNER-NAME,
                    :SQL-CKRG-CHECK-NUMBER,
                    :SQL-CKRG-ISSUE-DATE,
                    :SQL-ESC-DORMANCY-YEARS,
                    :SQL-ESC-AMOUNT
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ESCHEAT-RUN
           END-EVALUATE.

      *================================================================*
      * ONE DORMANT BALANCE - STATE CONTROL BREAK, REMIT WHEN THIS IS *
      * THE REMITTANCE RUN, REPORT                                    *
      *================================================================*
       2000-PROCESS-DORMANT-BALANCE.
           IF WS-FIRST-ROW
               MOVE SQL-ESC-STATE TO WS-CURRENT-STATE
               MOVE 'N' TO WS-FIRST-ROW-FLAG
           END-IF

           IF SQL-ESC-STATE NOT = WS-CURRENT-STATE
               PERFORM 2900-WRITE-STATE-TOTAL
               MOVE SQL-ESC-STATE TO WS-CURRENT-STATE
           END-IF

           MOVE SQL-CKRG-CHECK-NUMBER TO WS-CHECK-NUMBER
           ADD 1 TO WS-STATE-COUNT
           ADD SQL-ESC-AMOUNT TO WS-STATE-AMOUNT
           ADD 1 TO WS-DORMANT-COUNT
           ADD SQL-ESC-AMOUNT TO WS-DORMANT-AMOUNT

           IF WS-REMITTANCE-RUN
               PERFORM 2100-WRITE-ESCHEAT-TRANSACTION
               PERFORM 2200-STAMP-CHECK-ESCHEATED
           ELSE
               MOVE 'DORMANT' TO DTL-ACTION
           END-IF

           PERFORM 7000-WRITE-DETAIL

           PERFORM 1100-FETCH-DORMANT-BALANCE.

      *----------------------------------------------------------------*
      * THE ESCHEAT DEBIT TAKES THE BALANCE OFF THE ACCOUNT WHEN      *
      * CCARDPROC POSTS IT. THE VOIDED CHECK NUMBER RIDES IN THE      *
      * MERCHANT ID FIELD FOR TRACEABILITY.                           *
      *----------------------------------------------------------------*
       2100-WRITE-ESCHEAT-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SQL-CKRG-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE 'ESCHEAT' TO TRAN-TYPE
           MOVE SQL-ESC-AMOUNT TO TRAN-AMOUNT
           MOVE WS-CHECK-NUMBER TO TRAN-MERCHANT-ID
           MOVE WS-RUN-DATE TO TRAN-DATE
           WRITE TRANSACTION-RECORD

           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR: Escheat transaction write failed '
                       '(status ' WS-OUT-STATUS ')'
               PERFORM 9999-ABEND-ESCHEAT-RUN
           END-IF.

      *----------------------------------------------------------------*
      * MARK THE CHECK ESCHEATED AND CLOSE THE UNIT OF WORK - THE     *
      * CURSOR READS ONLY VOIDED ROWS, SO A RERUN CANNOT REMIT THE    *
      * SAME BALANCE TWICE                                            *
      *----------------------------------------------------------------*
       2200-STAMP-CHECK-ESCHEATED.
           MOVE WS-RUN-DATE TO SQL-CKRG-ESCHEAT-DATE
           SET SQL-CKRG-ESCHEATED TO TRUE

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET CHECK_STATUS = :SQL-CKRG-STATUS,
                   ESCHEAT_DATE = :SQL-CKRG-ESCHEAT-DATE,
                   STATUS_DATE  = CURRENT TIMESTAMP
               WHERE CHECK_NUMBER = :SQL-CKRG-CHECK-NUMBER
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-REMITTED-COUNT
               ADD SQL-ESC-AMOUNT TO WS-REMITTED-AMOUNT
               MOVE 'REMITTED' TO DTL-ACTION
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
               ADD 1 TO WS-REMIT-FAILURES
               MOVE 'NOT STAMPED' TO DTL-ACTION
               DISPLAY 'ERROR: Could not stamp check '
                       WS-CHECK-NUMBER ' escheated - remittance '
                       'already on the output file, pull it before '
                       'release'
           END-IF.

      *----------------------------------------------------------------*
      * STATE SUBTOTAL - ONE LINE PER STATE FILING                     *
      *----------------------------------------------------------------*
       2900-WRITE-STATE-TOTAL.
           MOVE WS-CURRENT-STATE TO STT-STATE
           MOVE WS-STATE-COUNT TO STT-COUNT
           MOVE WS-STATE-AMOUNT TO STT-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM STATE-TOTAL-LINE AFTER 1
           MOVE SPACES TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE AFTER 1

           ADD 1 TO WS-STATES-REPORTED
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-AMOUNT.

      *----------------------------------------------------------------*
      * WRITE ONE REPORT DETAIL LINE                                   *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SQL-ESC-STATE TO DTL-STATE
           MOVE SQL-CKRG-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-ESC-OWNER-NAME TO DTL-OWNER-NAME
           MOVE WS-CHECK-NUMBER TO DTL-CHECK-NUMBER
           MOVE SQL-CKRG-ISSUE-DATE TO DTL-ISSUE-DATE
           MOVE SQL-ESC-DORMANCY-YEARS TO DTL-DORMANCY-YEARS
           MOVE SQL-ESC-AMOUNT TO DTL-AMOUNT
           WRITE ESCHEAT-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               CLOSE DORMANT-CURSOR
           END-EXEC

           IF NOT WS-FIRST-ROW
               PERFORM 2900-WRITE-STATE-TOTAL
           END-IF

           WRITE ESCHEAT-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-HEADER AFTER 1

           MOVE 'States Reported:' TO SUM-COUNT-LABEL
           MOVE WS-STATES-REPORTED TO SUM-COUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-COUNT-LINE
                 AFTER 1

           MOVE 'Dormant Balances:' TO SUM-COUNT-LABEL
           MOVE WS-DORMANT-COUNT TO SUM-COUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-COUNT-LINE
                 AFTER 1

           MOVE 'Balances Remitted:' TO SUM-COUNT-LABEL
           MOVE WS-REMITTED-COUNT TO SUM-COUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-COUNT-LINE
                 AFTER 1

           MOVE 'Remittance Failures:' TO SUM-COUNT-LABEL
           MOVE WS-REMIT-FAILURES TO SUM-COUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-COUNT-LINE
                 AFTER 1

           MOVE 'Total Dormant:' TO SUM-AMOUNT-LABEL
           MOVE WS-DORMANT-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-AMOUNT-LINE
                 AFTER 1

           MOVE 'Total Remitted:' TO SUM-AMOUNT-LABEL
           MOVE WS-REMITTED-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE ESCHEAT-REPORT-LINE FROM SUM-ESCHEAT-AMOUNT-LINE
                 AFTER 1

           CLOSE ESCHEAT-TRAN-FILE
           CLOSE ESCHEAT-REPORT-FILE

           IF WS-REMIT-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'UNCLAIMED PROPERTY RUN COMPLETE'
           DISPLAY '  States Reported:   ' WS-STATES-REPORTED
           DISPLAY '  Dormant Balances:  ' WS-DORMANT-COUNT
           DISPLAY '  Balances Remitted: ' WS-REMITTED-COUNT
           DISPLAY '  Total Remitted:    ' WS-REMITTED-AMOUNT
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDESC' TO SQL-STEP-PROGRAM
           MOVE RETURN-CODE TO SQL-STEP-RETURN-CODE
           IF RETURN-CODE = ZERO
               SET SQL-STEP-COMPLETE TO TRUE
           ELSE
               SET SQL-STEP-WARNING TO TRUE
           END-IF

           EXEC SQL
               INSERT INTO BATCH_STEP_LOG
                   (BATCH_ID,
                    PROGRAM_NAME,
                    STEP_STATUS,
                    RETURN_CODE,
                    STEP_TIMESTAMP)
               VALUES
                   (:SQL-STEP-BATCH-ID,
                    :SQL-STEP-PROGRAM,
                    :SQL-STEP-STATUS,
                    :SQL-STEP-RETURN-CODE,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               DISPLAY 'WARNING: Step completion log insert failed '
                       '(SQLCODE ' SQLCODE ')'
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

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
      * RUN ENDS WITH RETURN CODE 16. REMITTANCES COMMIT PER CHECK,   *
      * SO A RERUN AFTER THE FIX PICKS UP ONLY WHAT IS STILL VOIDED.  *
      *----------------------------------------------------------------*
       9999-ABEND-ESCHEAT-RUN.
           DISPLAY '***** UNCLAIMED PROPERTY RUN ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE ESCHEAT-TRAN-FILE
           CLOSE ESCHEAT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
