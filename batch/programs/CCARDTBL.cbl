       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDTBL.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDTBL - RECEIVABLES SUBLEDGER TRIAL BALANCE        *
      * PURPOSE: CCARDBAL PROVES THE CCARDPROC TRAILER AGAINST         *
      *          TRANSACTION_LOG, BUT NOTHING PROVED THE CREDIT_ACCOUNT*
      *          BALANCES THEMSELVES AGAINST THE RECEIVABLES CONTROL   *
      *          ACCOUNT CCARDGLJ FEEDS THE LEDGER - A MANUAL SQL FIX  *
      *          OR A HALF-APPLIED UNIT OF WORK COULD PUT THEM OUT OF  *
      *          STEP FOR MONTHS. EACH NIGHT, AFTER THE LAST POSTING   *
      *          STEP AND CCARDGLJ, THIS PROGRAM:                      *
      *            - SUMS CURRENT_BALANCE AND EACH BALANCE BUCKET      *
      *              ACROSS THE PORTFOLIO (UNBUCKETED = TOTAL LESS     *
      *              THE FOUR BUCKETS - CREDIT BALANCES AND TOTAL-ONLY *
      *              POSTINGS LIVE THERE)                              *
      *            - NETS THE DAY'S GL JOURNAL LINES FOR RECEIVABLES   *
      *              (DEBITS PLUS, CREDITS MINUS) BY THE BUCKET CODE   *
      *              CCARDGLJ STAMPS ON EACH LINE                      *
      *            - PROVES TODAY = PRIOR SNAPSHOT + JOURNAL NET FOR   *
      *              THE TOTAL AND FOR EACH BUCKET. CREDITS SPREAD BY  *
      *              THE PAYMENT/REFUND WATERFALLS CANNOT BE TIED TO A *
      *              BUCKET FROM THE JOURNAL, SO A BUCKET MAY FALL     *
      *              SHORT OF EXPECTED BY ITS SHARE OF THEM BUT MUST   *
      *              NEVER EXCEED IT; THE TOTAL MUST AGREE EXACTLY     *
      *            - LISTS EVERY ACCOUNT WHOSE BALANCE MOVED WITHOUT A *
      *              TRANSACTION_LOG ROW IN THE BATCH, MOVED BY A      *
      *              DIFFERENT AMOUNT THAN ITS ROWS NET TO, OR LEFT    *
      *              CREDIT_ACCOUNT SINCE THE PRIOR SNAPSHOT           *
      *            - SAVES TODAY'S PORTFOLIO AND ACCOUNT SNAPSHOTS AS  *
      *              TOMORROW'S STARTING POINT (A RERUN FOR THE SAME   *
      *              DATE REPLACES THEM)                               *
      *          ANY VARIANCE ENDS THE RUN WITH RETURN CODE 8 SO       *
      *          MONTH-END CLOSE IS HELD UNTIL FINANCE CLEARS IT. THE  *
      *          FIRST RUN HAS NOTHING TO PROVE AGAINST - IT TAKES THE *
      *          BASELINE AND ALSO ENDS WITH 8 FOR FINANCE TO REVIEW.  *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (BATCH ID / PROCESS DATE)            *
      *          THE NIGHT'S GL JOURNAL FILE (GLJREC LAYOUT)           *
      * OUTPUT:  TRIAL BALANCE REPORT                                  *
      * DATABASE: DB2 CREDIT_ACCOUNT, TRANSACTION_LOG,                 *
      *           RECEIVABLES_SNAPSHOT, RECEIVABLES_ACCT_SNAPSHOT      *
      * RETURN CODE: 0 = SUBLEDGER AGREES WITH THE LEDGER,             *
      *              8 = VARIANCE (OR BASELINE RUN) - HOLD THE CLOSE   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO GLJIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-GLJ-STATUS.

           SELECT TRIAL-REPORT-FILE ASSIGN TO TBLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-RECORD                PIC X(80).

       FD  TRIAL-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRIAL-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES - TODAY'S PORTFOLIO TOTALS, SAVED AS ONE    *
      * RECEIVABLES_SNAPSHOT ROW PER RUN DATE                          *
      *----------------------------------------------------------------*
       01  SQL-SNAPSHOT-DATA.
           05  SQL-SNP-ACCOUNT-COUNT    PIC S9(9) COMP.
           05  SQL-SNP-TOTAL-BALANCE    PIC S9(11)V99 COMP-3.
           05  SQL-SNP-PURCHASE-BALANCE PIC S9(11)V99 COMP-3.
           05  SQL-SNP-CASHADV-BALANCE  PIC S9(11)V99 COMP-3.
           05  SQL-SNP-FEE-BALANCE      PIC S9(11)V99 COMP-3.
           05  SQL-SNP-BALXFER-BALANCE  PIC S9(11)V99 COMP-3.
           05  SQL-SNP-OTHER-BALANCE    PIC S9(11)V99 COMP-3.
           05  SQL-SNP-JOURNAL-NET      PIC S9(11)V99 COMP-3.
           05  SQL-SNP-VARIANCE         PIC S9(11)V99 COMP-3.
           05  SQL-SNP-EXCEPTIONS       PIC S9(9) COMP.
           05  SQL-SNP-STATUS           PIC X(8).
               88  SQL-SNP-BALANCED             VALUE 'BALANCED'.
               88  SQL-SNP-OUT-OF-BALANCE       VALUE 'VARIANCE'.
               88  SQL-SNP-BASELINE             VALUE 'BASELINE'.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES - THE MOST RECENT EARLIER SNAPSHOT          *
      *----------------------------------------------------------------*
       01  SQL-PRIOR-SNAPSHOT-DATA.
           05  SQL-PRI-DATE             PIC X(10).
           05  SQL-PRI-ACCOUNT-COUNT    PIC S9(9) COMP.
           05  SQL-PRI-TOTAL-BALANCE    PIC S9(11)V99 COMP-3.
           05  SQL-PRI-PURCHASE-BALANCE PIC S9(11)V99 COMP-3.
           05  SQL-PRI-CASHADV-BALANCE  PIC S9(11)V99 COMP-3.
           05  SQL-PRI-FEE-BALANCE      PIC S9(11)V99 COMP-3.
           05  SQL-PRI-BALXFER-BALANCE  PIC S9(11)V99 COMP-3.
           05  SQL-PRI-OTHER-BALANCE    PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES - ONE ACCOUNT WHOSE BALANCE MOVED OR WHICH *
      * HAD POSTINGS IN THE BATCH, WITH THE NET OF ITS LOG ROWS       *
      *----------------------------------------------------------------*
       01  SQL-MOVEMENT-DATA.
           05  SQL-MOV-ACCOUNT          PIC 9(6).
           05  SQL-MOV-PRIOR-BALANCE    PIC S9(8)V99 COMP-3.
           05  SQL-MOV-TODAY-BALANCE    PIC S9(8)V99 COMP-3.
           05  SQL-MOV-LOG-COUNT        PIC S9(9) COMP.
           05  SQL-MOV-LOG-NET          PIC S9(9)V99 COMP-3.
           05  SQL-MOV-ON-FILE          PIC X(1).
               88  SQL-MOV-ACCOUNT-REMOVED      VALUE 'N'.

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE BATCH ID COMES FROM   *
      * THE LATEST COMPLETE CCARDPROC RUN ON THE REGISTRY UNLESS THE  *
      * CONTROL CARD CARRIES AN EXPLICIT OVERRIDE                     *
      *----------------------------------------------------------------*
       COPY REGREC.

      *----------------------------------------------------------------*
      * GL JOURNAL RECORD LAYOUTS (READ FROM GLJIN)                    *
      *----------------------------------------------------------------*
       COPY GLJREC.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-GLJ-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-JOURNAL-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-JOURNAL               VALUE 'Y'.
           05  WS-MOVEMENT-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-MOVEMENTS             VALUE 'Y'.
           05  WS-JOURNAL-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-JOURNAL-OPEN              VALUE 'Y'.
           05  WS-TRAILER-FLAG          PIC X VALUE 'N'.
               88  WS-TRAILER-FOUND             VALUE 'Y'.
           05  WS-PRIOR-FLAG            PIC X VALUE 'N'.
               88  WS-PRIOR-SNAPSHOT-FOUND      VALUE 'Y'.
           05  WS-BALANCED-FLAG         PIC X VALUE 'Y'.
               88  WS-SUBLEDGER-IN-BALANCE      VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * CHART-OF-ACCOUNTS NUMBER OF THE RECEIVABLES CONTROL ACCOUNT   *
      * (SAME AS CCARDGLJ)                                            *
      *----------------------------------------------------------------*
       01  WS-GL-ACCOUNTS.
           05  WS-GL-RECEIVABLES        PIC X(6) VALUE '110100'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-JOURNAL-AMOUNT        PIC S9(9)V99 COMP-3.
           05  WS-JOURNAL-NET           PIC S9(11)V99 COMP-3.
           05  WS-WATERFALL-NET         PIC S9(11)V99 COMP-3.
           05  WS-EXPECTED-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-MOVEMENT              PIC S9(9)V99 COMP-3.
           05  WS-MOVEMENT-DIFF         PIC S9(9)V99 COMP-3.
           05  WS-EXCEPTION-REASON      PIC X(16).
           05  WS-BUCKET-SUB            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * BALANCE BUCKETS AS THE JOURNAL CODES THEM (GLJREC) - PURCHASE, *
      * CASH ADVANCE, FEE/INTEREST, BALANCE TRANSFER, UNBUCKETED       *
      *----------------------------------------------------------------*
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER                   PIC X(2)  VALUE 'PU'.
           05  FILLER                   PIC X(20) VALUE 'PURCHASE'.
           05  FILLER                   PIC X(2)  VALUE 'CA'.
           05  FILLER                   PIC X(20) VALUE 'CASH ADVANCE'.
           05  FILLER                   PIC X(2)  VALUE 'FE'.
           05  FILLER                   PIC X(20) VALUE
               'FEE / INTEREST'.
           05  FILLER                   PIC X(2)  VALUE 'BX'.
           05  FILLER                   PIC X(20) VALUE
               'BALANCE TRANSFER'.
           05  FILLER                   PIC X(2)  VALUE 'OT'.
           05  FILLER                   PIC X(20) VALUE
               'UNBUCKETED / CREDIT'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME-ENTRY OCCURS 5 TIMES.
               10  WS-BUCKET-CODE       PIC X(2).
               10  WS-BUCKET-NAME       PIC X(20).

       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
               10  WS-BKT-PRIOR         PIC S9(11)V99 COMP-3.
               10  WS-BKT-JOURNAL       PIC S9(11)V99 COMP-3.
               10  WS-BKT-EXPECTED      PIC S9(11)V99 COMP-3.
               10  WS-BKT-TODAY         PIC S9(11)V99 COMP-3.
               10  WS-BKT-VARIANCE      PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-JOURNAL-LINES-READ    PIC 9(7) VALUE ZERO.
           05  WS-RECEIVABLES-LINES     PIC 9(7) VALUE ZERO.
           05  WS-FOREIGN-BATCH-LINES   PIC 9(7) VALUE ZERO.
           05  WS-BUCKETS-OVERSTATED    PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-EXAMINED     PIC 9(7) VALUE ZERO.
           05  WS-NO-LOG-ACCOUNTS       PIC 9(7) VALUE ZERO.
           05  WS-MISMATCH-ACCOUNTS     PIC 9(7) VALUE ZERO.
           05  WS-REMOVED-ACCOUNTS      PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-AMOUNT      PIC S9(11)V99 COMP-3
                                                  VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'RECEIVABLES SUBLEDGER TRIAL BALANCE'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'BATCH ID: '.
           05  HDR-BATCH-ID             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
               'PRIOR SNAPSHOT: '.
           05  HDR-PRIOR-DATE           PIC X(21).
           05  FILLER                   PIC X(32) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  SEC-HEADER-LINE.
           05  SEC-HEADER-TEXT          PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  HDR-BUCKET.
           05  FILLER                   PIC X(20) VALUE 'BUCKET'.
           05  FILLER                   PIC X(20) VALUE
               '      PRIOR SNAPSHOT'.
           05  FILLER                   PIC X(20) VALUE
               '         JOURNAL NET'.
           05  FILLER                   PIC X(20) VALUE
               '            EXPECTED'.
           05  FILLER                   PIC X(20) VALUE
               '               TODAY'.
           05  FILLER                   PIC X(20) VALUE
               '            VARIANCE'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'RESULT'.

       01  BKT-LINE.
           05  BKT-NAME                 PIC X(20).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BKT-PRIOR                PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BKT-JOURNAL              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BKT-EXPECTED             PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BKT-TODAY                PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  BKT-VARIANCE             PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BKT-RESULT               PIC X(10).

       01  WFL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'WATERFALL CREDITS'.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  WFL-JOURNAL              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(70) VALUE
               '(PAYMENTS/REFUNDS/CREDITS SPREAD ACROSS THE BUCKETS)'.

       01  HDR-EXCEPTION.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(17) VALUE
               '  PRIOR BALANCE'.
           05  FILLER                   PIC X(17) VALUE
               '  TODAY BALANCE'.
           05  FILLER                   PIC X(17) VALUE
               '       MOVEMENT'.
           05  FILLER                   PIC X(8)  VALUE '  ROWS'.
           05  FILLER                   PIC X(17) VALUE
               '        LOG NET'.
           05  FILLER                   PIC X(17) VALUE
               '     DIFFERENCE'.
           05  FILLER                   PIC X(30) VALUE 'REASON'.

       01  EXC-LINE.
           05  EXC-ACCOUNT              PIC 9(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  EXC-PRIOR-BALANCE        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-TODAY-BALANCE        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-MOVEMENT             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-LOG-COUNT            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-LOG-NET              PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-DIFFERENCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-REASON               PIC X(16).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  RESULT-TEXT              PIC X(60).
           05  FILLER                   PIC X(48) VALUE SPACES.

       01  SUM-TRIAL-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'TRIAL BALANCE SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-TRIAL-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-TRIAL-AMOUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-AMOUNT-LABEL         PIC X(30).
           05  SUM-AMOUNT-VALUE         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-JOURNAL UNTIL END-OF-JOURNAL
           PERFORM 2500-PROVE-BALANCES
           IF WS-PRIOR-SNAPSHOT-FOUND
               PERFORM 2700-LIST-ACCOUNT-EXCEPTIONS
           END-IF
           PERFORM 2900-SAVE-SNAPSHOT
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT TRIAL-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           INITIALIZE WS-BUCKET-TABLE
           MOVE ZERO TO WS-JOURNAL-NET
           MOVE ZERO TO WS-WATERFALL-NET

           PERFORM 1020-FIND-PRIOR-SNAPSHOT

           WRITE TRIAL-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           IF WS-PRIOR-SNAPSHOT-FOUND
               MOVE SQL-PRI-DATE TO HDR-PRIOR-DATE
           ELSE
               MOVE 'NONE - BASELINE RUN' TO HDR-PRIOR-DATE
           END-IF
           WRITE TRIAL-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE TRIAL-REPORT-LINE FROM HDR-LINE-3 AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'RECEIVABLES TRIAL BALANCE STARTING'
           DISPLAY 'BATCH ID: ' WS-BATCH-ID
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY 'PRIOR SNAPSHOT: ' HDR-PRIOR-DATE
           DISPLAY '=============================================='

      *    NO JOURNAL MEANS NOTHING TO PROVE THE MOVEMENT AGAINST -  *
      *    THE RUN CARRIES ON SO THE SNAPSHOT IS STILL TAKEN, BUT IT *
      *    CANNOT COME OUT IN BALANCE                                *
           OPEN INPUT JOURNAL-FILE
           IF WS-GLJ-STATUS = '00'
               MOVE 'Y' TO WS-JOURNAL-OPEN-FLAG
               PERFORM 1100-READ-JOURNAL
           ELSE
               DISPLAY 'ERROR: Cannot open GL journal file '
                       '(status ' WS-GLJ-STATUS ')'
               MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
           END-IF.

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
      * CCARDPROC RUN - UNLESS THE CARD CARRIES AN EXPLICIT OVERRIDE  *
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

      *----------------------------------------------------------------*
      * THE STARTING POINT IS THE MOST RECENT SNAPSHOT BEFORE THE RUN *
      * DATE - NORMALLY YESTERDAY'S, OR FRIDAY'S ON A MONDAY. A RERUN *
      * FOR THE SAME DATE STILL PROVES FROM THE EARLIER ONE.          *
      *----------------------------------------------------------------*
       1020-FIND-PRIOR-SNAPSHOT.
           EXEC SQL
               SELECT CHAR(SNAPSHOT_DATE),
                      ACCOUNT_COUNT,
                      TOTAL_BALANCE,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE,
                      OTHER_BALANCE
               INTO  :SQL-PRI-DATE,
                     :SQL-PRI-ACCOUNT-COUNT,
                     :SQL-PRI-TOTAL-BALANCE,
                     :SQL-PRI-PURCHASE-BALANCE,
                     :SQL-PRI-CASHADV-BALANCE,
                     :SQL-PRI-FEE-BALANCE,
                     :SQL-PRI-BALXFER-BALANCE,
                     :SQL-PRI-OTHER-BALANCE
               FROM  RECEIVABLES_SNAPSHOT
               WHERE SNAPSHOT_DATE < :WS-RUN-DATE
               ORDER BY SNAPSHOT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-PRIOR-FLAG
                   MOVE SQL-PRI-PURCHASE-BALANCE TO WS-BKT-PRIOR(1)
                   MOVE SQL-PRI-CASHADV-BALANCE TO WS-BKT-PRIOR(2)
                   MOVE SQL-PRI-FEE-BALANCE TO WS-BKT-PRIOR(3)
                   MOVE SQL-PRI-BALXFER-BALANCE TO WS-BKT-PRIOR(4)
                   MOVE SQL-PRI-OTHER-BALANCE TO WS-BKT-PRIOR(5)
               WHEN SQLCODE = 100
                   MOVE 'N' TO WS-PRIOR-FLAG
                   MOVE ZERO TO SQL-PRI-TOTAL-BALANCE
                   DISPLAY 'WARNING: No earlier snapshot - this run '
                           'takes the baseline only'
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-TRIAL-BALANCE
           END-EVALUATE.

       1100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JOURNAL-LINES-READ
           END-READ.

      *================================================================*
      * NET ONE JOURNAL LINE INTO ITS BUCKET - ONLY RECEIVABLES LINES *
      * FOR THIS BATCH COUNT; THE TRAILER IS ONLY WRITTEN WHEN THE    *
      * JOURNAL BALANCED, SO ITS ABSENCE IS ITSELF A VARIANCE         *
      *================================================================*
       2000-ACCUMULATE-JOURNAL.
           EVALUATE JOURNAL-RECORD(1:1)
               WHEN 'D'
                   MOVE JOURNAL-RECORD TO GLJ-DETAIL-RECORD
                   IF GLJ-DTL-BATCH-ID NOT = WS-BATCH-ID
                       ADD 1 TO WS-FOREIGN-BATCH-LINES
                   ELSE
                       IF GLJ-DTL-GL-ACCOUNT = WS-GL-RECEIVABLES
                           PERFORM 2100-NET-RECEIVABLES-LINE
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE JOURNAL-RECORD TO GLJ-TRAILER-RECORD
                   IF GLJ-TRL-BATCH-ID = WS-BATCH-ID
                       MOVE 'Y' TO WS-TRAILER-FLAG
                   END-IF
           END-EVALUATE

           PERFORM 1100-READ-JOURNAL.

      *----------------------------------------------------------------*
      * DEBITS TO RECEIVABLES RAISE THE SUBLEDGER, CREDITS LOWER IT.  *
      * A LINE WITH NO BUCKET CODE IS TREATED LIKE A WATERFALL CREDIT *
      * - IT COUNTS IN THE TOTAL PROOF BUT NOT AGAINST ONE BUCKET.    *
      *----------------------------------------------------------------*
       2100-NET-RECEIVABLES-LINE.
           ADD 1 TO WS-RECEIVABLES-LINES
           IF GLJ-DEBIT
               MOVE GLJ-DTL-AMOUNT TO WS-JOURNAL-AMOUNT
           ELSE
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - GLJ-DTL-AMOUNT
           END-IF
           ADD WS-JOURNAL-AMOUNT TO WS-JOURNAL-NET

           EVALUATE TRUE
               WHEN GLJ-BUCKET-PURCHASE
                   ADD WS-JOURNAL-AMOUNT TO WS-BKT-JOURNAL(1)
               WHEN GLJ-BUCKET-CASHADV
                   ADD WS-JOURNAL-AMOUNT TO WS-BKT-JOURNAL(2)
               WHEN GLJ-BUCKET-FEE
                   ADD WS-JOURNAL-AMOUNT TO WS-BKT-JOURNAL(3)
               WHEN GLJ-BUCKET-BALXFER
                   ADD WS-JOURNAL-AMOUNT TO WS-BKT-JOURNAL(4)
               WHEN GLJ-BUCKET-TOTAL-ONLY
                   ADD WS-JOURNAL-AMOUNT TO WS-BKT-JOURNAL(5)
               WHEN OTHER
                   ADD WS-JOURNAL-AMOUNT TO WS-WATERFALL-NET
           END-EVALUATE.

      *================================================================*
      * SUM TODAY'S SUBLEDGER AND PROVE IT AGAINST THE PRIOR SNAPSHOT *
      * PLUS THE JOURNAL, TOTAL AND BUCKET BY BUCKET                  *
      *================================================================*
       2500-PROVE-BALANCES.
           IF WS-JOURNAL-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-FLAG
           END-IF

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CURRENT_BALANCE), 0),
                      COALESCE(SUM(PURCHASE_BALANCE), 0),
                      COALESCE(SUM(CASHADV_BALANCE), 0),
                      COALESCE(SUM(FEE_BALANCE), 0),
                      COALESCE(SUM(BALXFER_BALANCE), 0)
               INTO  :SQL-SNP-ACCOUNT-COUNT,
                     :SQL-SNP-TOTAL-BALANCE,
                     :SQL-SNP-PURCHASE-BALANCE,
                     :SQL-SNP-CASHADV-BALANCE,
                     :SQL-SNP-FEE-BALANCE,
                     :SQL-SNP-BALXFER-BALANCE
               FROM  CREDIT_ACCOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           COMPUTE SQL-SNP-OTHER-BALANCE =
                   SQL-SNP-TOTAL-BALANCE
                 - SQL-SNP-PURCHASE-BALANCE
                 - SQL-SNP-CASHADV-BALANCE
                 - SQL-SNP-FEE-BALANCE
                 - SQL-SNP-BALXFER-BALANCE

           MOVE SQL-SNP-PURCHASE-BALANCE TO WS-BKT-TODAY(1)
           MOVE SQL-SNP-CASHADV-BALANCE TO WS-BKT-TODAY(2)
           MOVE SQL-SNP-FEE-BALANCE TO WS-BKT-TODAY(3)
           MOVE SQL-SNP-BALXFER-BALANCE TO WS-BKT-TODAY(4)
           MOVE SQL-SNP-OTHER-BALANCE TO WS-BKT-TODAY(5)

           MOVE WS-JOURNAL-NET TO SQL-SNP-JOURNAL-NET
           COMPUTE WS-EXPECTED-TOTAL =
                   SQL-PRI-TOTAL-BALANCE + WS-JOURNAL-NET
           COMPUTE SQL-SNP-VARIANCE =
                   SQL-SNP-TOTAL-BALANCE - WS-EXPECTED-TOTAL

           MOVE 'BALANCE BY BUCKET' TO SEC-HEADER-TEXT
           WRITE TRIAL-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE TRIAL-REPORT-LINE FROM HDR-BUCKET AFTER 1

           PERFORM 2600-PROVE-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5

           MOVE WS-WATERFALL-NET TO WFL-JOURNAL
           WRITE TRIAL-REPORT-LINE FROM WFL-LINE AFTER 1

           MOVE 'TOTAL RECEIVABLES' TO BKT-NAME
           MOVE SQL-PRI-TOTAL-BALANCE TO BKT-PRIOR
           MOVE WS-JOURNAL-NET TO BKT-JOURNAL
           MOVE WS-EXPECTED-TOTAL TO BKT-EXPECTED
           MOVE SQL-SNP-TOTAL-BALANCE TO BKT-TODAY
           MOVE SQL-SNP-VARIANCE TO BKT-VARIANCE
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-SNAPSHOT-FOUND
                   MOVE 'BASELINE' TO BKT-RESULT
               WHEN SQL-SNP-VARIANCE = ZERO
                   MOVE 'IN BALANCE' TO BKT-RESULT
               WHEN OTHER
                   MOVE 'VARIANCE' TO BKT-RESULT
                   MOVE 'N' TO WS-BALANCED-FLAG
                   DISPLAY 'ERROR: Receivables out of balance by '
                           SQL-SNP-VARIANCE
           END-EVALUATE
           WRITE TRIAL-REPORT-LINE FROM BKT-LINE AFTER 2

      *    THE JOURNAL ITSELF MUST BE WHOLE AND BE THIS BATCH'S      *
           IF NOT WS-TRAILER-FOUND
               MOVE 'N' TO WS-BALANCED-FLAG
               MOVE '*** NO BALANCED JOURNAL TRAILER FOR THIS BATCH ***'
                    TO RESULT-TEXT
               WRITE TRIAL-REPORT-LINE FROM RESULT-LINE AFTER 1
               DISPLAY 'ERROR: GL journal has no trailer for batch '
                       WS-BATCH-ID
           END-IF
           IF WS-FOREIGN-BATCH-LINES > ZERO
               MOVE 'N' TO WS-BALANCED-FLAG
               MOVE '*** JOURNAL LINES FROM ANOTHER BATCH IGNORED ***'
                    TO RESULT-TEXT
               WRITE TRIAL-REPORT-LINE FROM RESULT-LINE AFTER 1
               DISPLAY 'ERROR: ' WS-FOREIGN-BATCH-LINES
                       ' journal lines not for batch ' WS-BATCH-ID
           END-IF.

      *----------------------------------------------------------------*
      * ONE BUCKET: EXPECTED = PRIOR + ITS OWN JOURNAL LINES. IT MAY  *
      * COME IN BELOW EXPECTED BY ITS SHARE OF THE WATERFALL CREDITS, *
      * NEVER ABOVE - A BUCKET THAT GREW PAST ITS JOURNAL WAS MOVED   *
      * BY SOMETHING THE LEDGER NEVER SAW                             *
      *----------------------------------------------------------------*
       2600-PROVE-ONE-BUCKET.
           COMPUTE WS-BKT-EXPECTED(WS-BUCKET-SUB) =
                   WS-BKT-PRIOR(WS-BUCKET-SUB)
                 + WS-BKT-JOURNAL(WS-BUCKET-SUB)
           COMPUTE WS-BKT-VARIANCE(WS-BUCKET-SUB) =
                   WS-BKT-TODAY(WS-BUCKET-SUB)
                 - WS-BKT-EXPECTED(WS-BUCKET-SUB)

           MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO BKT-NAME
           MOVE WS-BKT-PRIOR(WS-BUCKET-SUB) TO BKT-PRIOR
           MOVE WS-BKT-JOURNAL(WS-BUCKET-SUB) TO BKT-JOURNAL
           MOVE WS-BKT-EXPECTED(WS-BUCKET-SUB) TO BKT-EXPECTED
           MOVE WS-BKT-TODAY(WS-BUCKET-SUB) TO BKT-TODAY
           MOVE WS-BKT-VARIANCE(WS-BUCKET-SUB) TO BKT-VARIANCE

           EVALUATE TRUE
               WHEN NOT WS-PRIOR-SNAPSHOT-FOUND
                   MOVE 'BASELINE' TO BKT-RESULT
               WHEN WS-BKT-VARIANCE(WS-BUCKET-SUB) = ZERO
                   MOVE 'AGREES' TO BKT-RESULT
               WHEN WS-BKT-VARIANCE(WS-BUCKET-SUB) < ZERO
                   MOVE 'WATERFALL' TO BKT-RESULT
               WHEN OTHER
                   MOVE 'OVERSTATED' TO BKT-RESULT
                   MOVE 'N' TO WS-BALANCED-FLAG
                   ADD 1 TO WS-BUCKETS-OVERSTATED
                   DISPLAY 'ERROR: Bucket '
                           WS-BUCKET-CODE(WS-BUCKET-SUB)
                           ' exceeds prior plus journal by '
                           WS-BKT-VARIANCE(WS-BUCKET-SUB)
           END-EVALUATE

           WRITE TRIAL-REPORT-LINE FROM BKT-LINE AFTER 1.

      *================================================================*
      * LIST THE ACCOUNTS BEHIND ANY VARIANCE - EVERY ACCOUNT WHOSE    *
      * BALANCE MOVED SINCE THE PRIOR SNAPSHOT OR WHICH HAD POSTINGS   *
      * IN THE BATCH, WITH ITS LOG ROWS NETTED THE WAY THEY POST       *
      * (CREDITS MINUS, RECOVERIES NOTHING - THE BALANCE STAYS PUT).   *
      * A TYPE NOT LISTED NETS TO NOTHING, SO A NEW POSTING TYPE SHOWS *
      * HERE UNTIL IT IS ADDED. ACCOUNTS GONE FROM CREDIT_ACCOUNT      *
      * WITH A BALANCE ON THE PRIOR SNAPSHOT ARE LISTED TOO.           *
      *================================================================*
       2700-LIST-ACCOUNT-EXCEPTIONS.
           MOVE 'ACCOUNTS OUT OF STEP WITH TRANSACTION_LOG'
                TO SEC-HEADER-TEXT
           WRITE TRIAL-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE TRIAL-REPORT-LINE FROM HDR-EXCEPTION AFTER 1

           EXEC SQL
               DECLARE MOVEMENT-CURSOR CURSOR FOR
               SELECT A.ACCOUNT_NUMBER,
                      COALESCE(S.CURRENT_BALANCE, 0),
                      A.CURRENT_BALANCE,
                      (SELECT COUNT(*)
                       FROM   TRANSACTION_LOG T
                       WHERE  T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                         AND  T.PROCESSED_BY = :WS-BATCH-ID),
                      (SELECT COALESCE(SUM(
                              CASE
                                WHEN T.TRANSACTION_TYPE IN
                                     ('PAYMENT', 'REFUND', 'DISPCRDT',
                                      'ANNLRFND', 'RWDCRDT', 'CHGOFF',
                                      'CHKVOID', 'FRAUDCR')
                                THEN 0 - T.AMOUNT
                                WHEN T.TRANSACTION_TYPE IN
                                     ('PURCHASE', 'CASHADV', 'BALXFER',
                                      'FINCHRG', 'OVLMTFEE', 'FORFEE',
                                      'CASHFEE', 'XFERFEE', 'LATEFEE',
                                      'ANNLFEE', 'DISPRVSL', 'PMTRTN',
                                      'RTNFEE', 'CRBALRFD', 'ESCHEAT')
                                THEN T.AMOUNT
                                ELSE 0
                              END), 0)
                       FROM   TRANSACTION_LOG T
                       WHERE  T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                         AND  T.PROCESSED_BY = :WS-BATCH-ID),
                      'Y'
               FROM   CREDIT_ACCOUNT A
                      LEFT OUTER JOIN RECEIVABLES_ACCT_SNAPSHOT S
                        ON  S.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                        AND S.SNAPSHOT_DATE = :SQL-PRI-DATE
               WHERE  A.CURRENT_BALANCE <>
                      COALESCE(S.CURRENT_BALANCE, 0)
                  OR  EXISTS
                      (SELECT 1
                       FROM   TRANSACTION_LOG T
                       WHERE  T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                         AND  T.PROCESSED_BY = :WS-BATCH-ID)
               UNION ALL
               SELECT S.ACCOUNT_NUMBER,
                      S.CURRENT_BALANCE,
                      0,
                      0,
                      0,
                      'N'
               FROM   RECEIVABLES_ACCT_SNAPSHOT S
               WHERE  S.SNAPSHOT_DATE = :SQL-PRI-DATE
                 AND  S.CURRENT_BALANCE <> 0
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   CREDIT_ACCOUNT A
                       WHERE  A.ACCOUNT_NUMBER = S.ACCOUNT_NUMBER)
               ORDER BY 1
           END-EXEC

           EXEC SQL
               OPEN MOVEMENT-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           PERFORM 2710-FETCH-MOVEMENT
           PERFORM 2750-CHECK-ONE-ACCOUNT UNTIL END-OF-MOVEMENTS

           EXEC SQL
               CLOSE MOVEMENT-CURSOR
           END-EXEC

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '*** NO ACCOUNT EXCEPTIONS ***' TO RESULT-TEXT
               WRITE TRIAL-REPORT-LINE FROM RESULT-LINE AFTER 1
           ELSE
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

       2710-FETCH-MOVEMENT.
           EXEC SQL
               FETCH MOVEMENT-CURSOR
               INTO :SQL-MOV-ACCOUNT,
                    :SQL-MOV-PRIOR-BALANCE,
                    :SQL-MOV-TODAY-BALANCE,
                    :SQL-MOV-LOG-COUNT,
                    :SQL-MOV-LOG-NET,
                    :SQL-MOV-ON-FILE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-MOVEMENT-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-MOVEMENT-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-TRIAL-BALANCE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * AN ACCOUNT IS AN EXCEPTION WHEN IT LEFT THE FILE, MOVED WITH  *
      * NO LOG ROW AT ALL, OR MOVED BY OTHER THAN ITS ROWS NET TO     *
      * (E.G. AN OVERPAYMENT ABSORBED BY THE ZERO FLOOR)              *
      *----------------------------------------------------------------*
       2750-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-EXAMINED
           COMPUTE WS-MOVEMENT =
                   SQL-MOV-TODAY-BALANCE - SQL-MOV-PRIOR-BALANCE
           COMPUTE WS-MOVEMENT-DIFF = WS-MOVEMENT - SQL-MOV-LOG-NET

           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN SQL-MOV-ACCOUNT-REMOVED
                   MOVE 'ACCOUNT REMOVED' TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-REMOVED-ACCOUNTS
               WHEN SQL-MOV-LOG-COUNT = ZERO
                   MOVE 'NO TRAN LOG ROW' TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-NO-LOG-ACCOUNTS
               WHEN WS-MOVEMENT-DIFF NOT = ZERO
                   MOVE 'MOVEMENT <> LOG' TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-MISMATCH-ACCOUNTS
           END-EVALUATE

           IF WS-EXCEPTION-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-MOVEMENT-DIFF TO WS-EXCEPTION-AMOUNT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF

           PERFORM 2710-FETCH-MOVEMENT.

      *================================================================*
      * SAVE TODAY'S PORTFOLIO AND ACCOUNT SNAPSHOTS - REPLACING ANY   *
      * EARLIER RUN FOR THE SAME DATE - AND KEEP ONLY THE PRIOR DAY'S  *
      * ACCOUNT SNAPSHOT BEHIND IT. THE SNAPSHOT IS SAVED EVEN OUT OF  *
      * BALANCE: TOMORROW PROVES FROM WHAT IS ACTUALLY ON FILE, AND    *
      * TODAY'S BREAK STAYS RECORDED ON ITS OWN ROW.                   *
      *================================================================*
       2900-SAVE-SNAPSHOT.
           MOVE WS-EXCEPTION-COUNT TO SQL-SNP-EXCEPTIONS
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-SNAPSHOT-FOUND
                   SET SQL-SNP-BASELINE TO TRUE
               WHEN WS-SUBLEDGER-IN-BALANCE
                   SET SQL-SNP-BALANCED TO TRUE
               WHEN OTHER
                   SET SQL-SNP-OUT-OF-BALANCE TO TRUE
           END-EVALUATE

           EXEC SQL
               DELETE FROM RECEIVABLES_SNAPSHOT
               WHERE  SNAPSHOT_DATE = :WS-RUN-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           EXEC SQL
               INSERT INTO RECEIVABLES_SNAPSHOT
                   (SNAPSHOT_DATE,
                    BATCH_ID,
                    ACCOUNT_COUNT,
                    TOTAL_BALANCE,
                    PURCHASE_BALANCE,
                    CASHADV_BALANCE,
                    FEE_BALANCE,
                    BALXFER_BALANCE,
                    OTHER_BALANCE,
                    JOURNAL_NET,
                    VARIANCE,
                    EXCEPTION_COUNT,
                    RECON_STATUS,
                    CREATED_TIMESTAMP)
               VALUES
                   (:WS-RUN-DATE,
                    :WS-BATCH-ID,
                    :SQL-SNP-ACCOUNT-COUNT,
                    :SQL-SNP-TOTAL-BALANCE,
                    :SQL-SNP-PURCHASE-BALANCE,
                    :SQL-SNP-CASHADV-BALANCE,
                    :SQL-SNP-FEE-BALANCE,
                    :SQL-SNP-BALXFER-BALANCE,
                    :SQL-SNP-OTHER-BALANCE,
                    :SQL-SNP-JOURNAL-NET,
                    :SQL-SNP-VARIANCE,
                    :SQL-SNP-EXCEPTIONS,
                    :SQL-SNP-STATUS,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           IF WS-PRIOR-SNAPSHOT-FOUND
               EXEC SQL
                   DELETE FROM RECEIVABLES_ACCT_SNAPSHOT
                   WHERE  SNAPSHOT_DATE = :WS-RUN-DATE
                      OR  SNAPSHOT_DATE < :SQL-PRI-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM RECEIVABLES_ACCT_SNAPSHOT
                   WHERE  SNAPSHOT_DATE = :WS-RUN-DATE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           EXEC SQL
               INSERT INTO RECEIVABLES_ACCT_SNAPSHOT
                   (SNAPSHOT_DATE,
                    ACCOUNT_NUMBER,
                    CURRENT_BALANCE,
                    PURCHASE_BALANCE,
                    CASHADV_BALANCE,
                    FEE_BALANCE,
                    BALXFER_BALANCE)
               SELECT :WS-RUN-DATE,
                      ACCOUNT_NUMBER,
                      CURRENT_BALANCE,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               FROM   CREDIT_ACCOUNT
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-TRIAL-BALANCE
           END-IF

           EXEC SQL COMMIT WORK END-EXEC.

      *----------------------------------------------------------------*
      * WRITE ONE ACCOUNT EXCEPTION LINE                               *
      *----------------------------------------------------------------*
       7000-WRITE-EXCEPTION.
           MOVE SQL-MOV-ACCOUNT TO EXC-ACCOUNT
           MOVE SQL-MOV-PRIOR-BALANCE TO EXC-PRIOR-BALANCE
           MOVE SQL-MOV-TODAY-BALANCE TO EXC-TODAY-BALANCE
           MOVE WS-MOVEMENT TO EXC-MOVEMENT
           MOVE SQL-MOV-LOG-COUNT TO EXC-LOG-COUNT
           MOVE SQL-MOV-LOG-NET TO EXC-LOG-NET
           MOVE WS-MOVEMENT-DIFF TO EXC-DIFFERENCE
           MOVE WS-EXCEPTION-REASON TO EXC-REASON
           WRITE TRIAL-REPORT-LINE FROM EXC-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           IF NOT WS-PRIOR-SNAPSHOT-FOUND
               MOVE '*** BASELINE TAKEN - NOTHING PROVEN, REVIEW ***'
                    TO RESULT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SUBLEDGER-IN-BALANCE
                   MOVE '*** SUBLEDGER AGREES WITH THE LEDGER ***'
                        TO RESULT-TEXT
               ELSE
                   MOVE '*** OUT OF BALANCE - HOLD MONTH-END CLOSE ***'
                        TO RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE TRIAL-REPORT-LINE FROM RESULT-LINE AFTER 2

           WRITE TRIAL-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-HEADER AFTER 1

           MOVE 'Accounts On File:' TO SUM-COUNT-LABEL
           MOVE SQL-SNP-ACCOUNT-COUNT TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Receivables Journal Lines:' TO SUM-COUNT-LABEL
           MOVE WS-RECEIVABLES-LINES TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Total Variance:' TO SUM-AMOUNT-LABEL
           MOVE SQL-SNP-VARIANCE TO SUM-AMOUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-AMOUNT-LINE
                 AFTER 1

           MOVE 'Buckets Overstated:' TO SUM-COUNT-LABEL
           MOVE WS-BUCKETS-OVERSTATED TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Accounts Examined:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-EXAMINED TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Moved With No Log Row:' TO SUM-COUNT-LABEL
           MOVE WS-NO-LOG-ACCOUNTS TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Movement Not Equal To Log:' TO SUM-COUNT-LABEL
           MOVE WS-MISMATCH-ACCOUNTS TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Accounts Removed:' TO SUM-COUNT-LABEL
           MOVE WS-REMOVED-ACCOUNTS TO SUM-COUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-COUNT-LINE
                 AFTER 1

           MOVE 'Account Exception Amount:' TO SUM-AMOUNT-LABEL
           MOVE WS-EXCEPTION-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE TRIAL-REPORT-LINE FROM SUM-TRIAL-AMOUNT-LINE
                 AFTER 1

           CLOSE TRIAL-REPORT-FILE

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'RECEIVABLES TRIAL BALANCE COMPLETE'
           DISPLAY '  Status:              ' SQL-SNP-STATUS
           DISPLAY '  Total Variance:      ' SQL-SNP-VARIANCE
           DISPLAY '  Buckets Overstated:  ' WS-BUCKETS-OVERSTATED
           DISPLAY '  Account Exceptions:  ' WS-EXCEPTION-COUNT
           DISPLAY '  Return Code:         ' RETURN-CODE
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDTBL' TO SQL-STEP-PROGRAM
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
      * HARD STOP - NO SNAPSHOT IS SAVED, SO A RERUN AFTER THE FIX    *
      * PROVES FROM THE SAME PRIOR SNAPSHOT                           *
      *----------------------------------------------------------------*
       9999-ABEND-TRIAL-BALANCE.
           DISPLAY '***** RECEIVABLES TRIAL BALANCE ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           IF WS-JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE TRIAL-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
