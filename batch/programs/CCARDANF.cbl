       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDANF.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDANF - ANNUAL MEMBERSHIP FEE ASSESSMENT          *
      * PURPOSE: BILLS THE ANNUAL MEMBERSHIP FEE ON THE ACCOUNT       *
      *          ANNIVERSARY AND REFUNDS IT WHEN THE CARDHOLDER       *
      *          CLOSES INSIDE THE REFUND WINDOW. RUNS WITH THE       *
      *          CYCLE GROUP'S MONTHLY BATCH:                         *
      *            - EVERY ACTIVE ACCOUNT IN THE CONTROL-CARD CYCLE   *
      *              GROUP WHOSE PRODUCT CARRIES A FEE ON             *
      *              ANNUAL_FEE_SCHEDULE IS CHECKED FOR AN            *
      *              ANNIVERSARY OF ACCT-CREATED-DATE IN THE CYCLE    *
      *              JUST ENDED (THE OPEN DATE ITSELF STARTS          *
      *              MEMBERSHIP YEAR 1)                               *
      *            - A DUE ANNIVERSARY WRITES AN ANNLFEE TRANSACTION  *
      *              (TRANREC LAYOUT) THAT POSTS THROUGH CCARDPROC    *
      *              INTO THE FEE BUCKET, THE SAME WAY CCARDLTF'S     *
      *              LATEFEE DOES - NO SEPARATE POSTING LOGIC         *
      *            - MEMBERSHIP YEAR 1 ON A PRODUCT FLAGGED FOR THE   *
      *              FIRST-YEAR WAIVER IS RECORDED WAIVED, NO FEE     *
      *            - SO IS ANY ANNIVERSARY FALLING DUE WHILE          *
      *              BANKRUPTCY OR DECEASED SPECIAL HANDLING (SET ON  *
      *              CACM) IS IN FORCE                                *
      *            - EVERY ASSESSMENT OR WAIVER IS KEPT ON            *
      *              ANNUAL_FEE_HISTORY, ONE ROW PER ACCOUNT PER      *
      *              ANNIVERSARY - THE RERUN GUARD                    *
      *            - A FEE CACM MARKED REFUND-PENDING AT CLOSE IS     *
      *              REVERSED WITH AN ANNLRFND TRANSACTION, WHICH     *
      *              CCARDPROC POSTS ON THE CLOSED ACCOUNT            *
      *                                                                *
      * ANNUAL_FEE_HISTORY FEE_STATUS LIFECYCLE:                       *
      *   A - ASSESSED - ANNLFEE WRITTEN                              *
      *   W - WAIVED   - FIRST-YEAR WAIVER OR BANKRUPTCY/DECEASED     *
      *       HANDLING, NOTHING WRITTEN                               *
      *   P - REFUND PENDING - ACCOUNT CLOSED ON CACM WITHIN THE      *
      *       REFUND WINDOW OF THE ASSESSMENT                         *
      *   R - REFUNDED - ANNLRFND WRITTEN                             *
      *   V - VOID     - CLOSED BEFORE THE FEE EVER POSTED (CCARDPROC *
      *       REJECTED IT ON THE CLOSED ACCOUNT), NOTHING TO REFUND   *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / CYCLE GROUP)         *
      * OUTPUT:  ANNUAL FEE TRANSACTION FILE (TRANREC LAYOUT)          *
      *          ANNUAL FEE CONTROL REPORT                             *
      * DATABASE: DB2 CREDIT_ACCOUNT, ANNUAL_FEE_SCHEDULE,             *
      *           ANNUAL_FEE_HISTORY, TRANSACTION_LOG TABLES           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT ANNFEE-FILE ASSIGN TO ANNFEOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ANF-STATUS.

           SELECT ANNFEE-REPORT-FILE ASSIGN TO ANFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  ANNFEE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRANREC.

       FD  ANNFEE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ANNFEE-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-ANF-DATA.
           05  SQL-ANF-ACCOUNT          PIC X(6).
           05  SQL-ANF-CREATED-DATE     PIC X(10).
           05  SQL-ANF-PRODUCT-CODE     PIC X(4).
           05  SQL-ANF-FEE-AMOUNT       PIC S9(5)V99 COMP-3.
           05  SQL-ANF-FIRST-YR-WAIVER  PIC X(1).
               88  SQL-ANF-WAIVE-FIRST-YEAR     VALUE 'Y'.
           05  SQL-ANF-ANNIV-DATE       PIC X(10).
           05  SQL-ANF-MEMBER-YEAR      PIC S9(4) COMP.
           05  SQL-ANF-FEE-STATUS       PIC X(1).
           05  SQL-ANF-ASSESSED-DATE    PIC X(10).
           05  SQL-ANF-ROW-COUNT        PIC S9(9) COMP.
           05  SQL-ANF-SPECIAL          PIC X(1).
               88  SQL-ANF-FEES-STOPPED         VALUE 'B' 'D'.
           05  SQL-ANF-SPECIAL-START    PIC X(10).
           05  SQL-ANF-SPECIAL-END      PIC X(10).

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-ANF-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-ACCOUNTS              VALUE 'Y'.
           05  WS-RFD-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-REFUNDS               VALUE 'Y'.
           05  WS-DUE-FLAG              PIC X VALUE 'N'.
               88  WS-ANNIVERSARY-DUE           VALUE 'Y'.
           05  WS-ANF-RESULT            PIC X(28).

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-CYCLE-GROUP           PIC X(2) VALUE SPACES.
           05  WS-RUN-DATE-NUM          PIC 9(8).
           05  WS-CREATED-DATE-NUM      PIC 9(8).
           05  WS-ANNIV-DATE-NUM        PIC 9(8).
           05  WS-RUN-YEAR              PIC 9(4).
           05  WS-CREATED-YEAR          PIC 9(4).
           05  WS-ANNIV-YEAR            PIC 9(4).
           05  WS-RUN-DATE-INTEGER      PIC 9(7).
           05  WS-ANNIV-INTEGER         PIC 9(7).
           05  WS-DAYS-SINCE-ANNIV      PIC S9(7).
           05  WS-DETAIL-AMOUNT         PIC S9(5)V99 COMP-3.
           05  WS-FEE-TRAN-TYPE         PIC X(8).
           05  WS-FEE-TRAN-TAG          PIC X(10).

      *----------------------------------------------------------------*
      * AN ANNIVERSARY IS DUE WHEN IT FELL WITHIN THIS MANY DAYS UP   *
      * TO THE RUN DATE - ONE FULL CYCLE OF THE LONGEST MONTH, SO A   *
      * MONTHLY GROUP RUN NEVER MISSES ONE; ANNUAL_FEE_HISTORY STOPS  *
      * THE OVERLAP FROM BILLING IT TWICE                             *
      *----------------------------------------------------------------*
       01  WS-ANNIV-WINDOW-DAYS         PIC 9(3) VALUE 31.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-EXAMINED     PIC 9(7) VALUE ZERO.
           05  WS-ANNIVERSARIES-DUE     PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-BILLED        PIC 9(7) VALUE ZERO.
           05  WS-FEES-ASSESSED         PIC 9(7) VALUE ZERO.
           05  WS-FEES-WAIVED           PIC 9(7) VALUE ZERO.
           05  WS-FEES-STOPPED          PIC 9(7) VALUE ZERO.
           05  WS-REFUNDS-PENDING       PIC 9(7) VALUE ZERO.
           05  WS-FEES-REFUNDED         PIC 9(7) VALUE ZERO.
           05  WS-REFUNDS-VOIDED        PIC 9(7) VALUE ZERO.
           05  WS-ANF-FAILURES          PIC 9(7) VALUE ZERO.
           05  WS-ASSESSED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-WAIVED-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-REFUNDED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'ANNUAL MEMBERSHIP FEE CONTROL REPORT'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'CYCLE GROUP: '.
           05  HDR-CYCLE-GROUP          PIC X(3).
           05  FILLER                   PIC X(89) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(9)  VALUE 'PRODUCT'.
           05  FILLER                   PIC X(12) VALUE 'ANNIVERSARY'.
           05  FILLER                   PIC X(7)  VALUE 'YEAR'.
           05  FILLER                   PIC X(14) VALUE 'FEE AMOUNT'.
           05  FILLER                   PIC X(28) VALUE 'RESULT'.
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-PRODUCT              PIC X(4).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  DTL-ANNIV-DATE           PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-MEMBER-YEAR          PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-FEE-AMOUNT           PIC $$$,$$$9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-RESULT               PIC X(28).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  SUM-ANF-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'ANNUAL FEE SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-ANF-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-ANF-AMOUNT-LINE.
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
           PERFORM 2000-ASSESS-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           PERFORM 2900-CLOSE-ACCOUNT-CURSOR
           PERFORM 3000-OPEN-REFUND-CURSOR
           PERFORM 3100-REFUND-ONE-FEE UNTIL END-OF-REFUNDS
           PERFORM 4000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT ANNFEE-FILE
           OPEN OUTPUT ANNFEE-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD

           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DATE-NUM(7:2)
           MOVE WS-RUN-DATE-NUM(1:4) TO WS-RUN-YEAR
           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           WRITE ANNFEE-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           IF WS-CYCLE-GROUP = SPACES
               MOVE 'ALL' TO HDR-CYCLE-GROUP
           ELSE
               MOVE WS-CYCLE-GROUP TO HDR-CYCLE-GROUP
           END-IF
           WRITE ANNFEE-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE ANNFEE-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE ANNFEE-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'ANNUAL MEMBERSHIP FEE ASSESSMENT STARTING'
           DISPLAY 'RUN DATE:    ' WS-RUN-DATE
           DISPLAY 'CYCLE GROUP: ' WS-CYCLE-GROUP
           DISPLAY '=============================================='

      *    ONLY PRODUCTS THAT CARRY A FEE - A NO-FEE PRODUCT'S       *
      *    ACCOUNTS NEVER HAVE ANYTHING TO BILL OR WAIVE. WITH HOLD  *
      *    - EACH ACCOUNT COMMITS ITS OWN UNIT OF WORK.              *
           EXEC SQL
               DECLARE ANF-CURSOR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_NUMBER,
                      A.CREATED_DATE,
                      A.PRODUCT_CODE,
                      S.ANNUAL_FEE,
                      S.FIRST_YEAR_WAIVER,
                      A.SPECIAL_HANDLING,
                      COALESCE(CHAR(A.SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(A.SPECIAL_END_DATE), ' ')
               FROM   CREDIT_ACCOUNT A,
                      ANNUAL_FEE_SCHEDULE S
               WHERE  S.PRODUCT_CODE = A.PRODUCT_CODE
                 AND  S.ANNUAL_FEE > 0
                 AND  A.ACCOUNT_STATUS = 'A'
                 AND  (:WS-CYCLE-GROUP = ' '
                       OR A.CYCLE_GROUP = :WS-CYCLE-GROUP)
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN ANF-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-IF

           PERFORM 1100-FETCH-ACCOUNT.

       1010-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE NOT = SPACES
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
                       END-IF
                       IF CTL-CYCLE-GROUP NOT = SPACES
                           MOVE CTL-CYCLE-GROUP TO WS-CYCLE-GROUP
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
      *    DEFAULT IS BUILT DASHED (YYYY-MM-DD) SO IT COMPARES       *
      *    DIRECTLY AGAINST THE DB2 DATE COLUMNS                     *
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4)
               MOVE '-' TO WS-RUN-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
               MOVE '-' TO WS-RUN-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF.

       1100-FETCH-ACCOUNT.
           EXEC SQL
               FETCH ANF-CURSOR
               INTO :SQL-ANF-ACCOUNT,
                    :SQL-ANF-CREATED-DATE,
                    :SQL-ANF-PRODUCT-CODE,
                    :SQL-ANF-FEE-AMOUNT,
                    :SQL-ANF-FIRST-YR-WAIVER,
                    :SQL-ANF-SPECIAL,
                    :SQL-ANF-SPECIAL-START,
                    :SQL-ANF-SPECIAL-END
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-EOF-FLAG
                   ADD 1 TO WS-ACCOUNTS-EXAMINED
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-EVALUATE.

      *================================================================*
      * ASSESS ONE ACCOUNT: FIND ITS MOST RECENT ANNIVERSARY, AND IF  *
      * IT FELL IN THIS CYCLE AND HAS NOT BEEN BILLED, BILL OR WAIVE  *
      *================================================================*
       2000-ASSESS-ONE-ACCOUNT.
           MOVE SPACES TO WS-ANF-RESULT

           PERFORM 2100-FIND-ANNIVERSARY

           IF WS-ANNIVERSARY-DUE
               ADD 1 TO WS-ANNIVERSARIES-DUE
               PERFORM 2200-CHECK-ALREADY-BILLED

               IF SQL-ANF-ROW-COUNT > ZERO
                   ADD 1 TO WS-ALREADY-BILLED
               ELSE
                   EVALUATE TRUE
                       WHEN SQL-ANF-FEES-STOPPED
                            AND SQL-ANF-SPECIAL-START NOT > WS-RUN-DATE
                            AND (SQL-ANF-SPECIAL-END = SPACES
                                 OR SQL-ANF-SPECIAL-END
                                    NOT < WS-RUN-DATE)
                           PERFORM 2450-RECORD-SPECIAL-WAIVER
                       WHEN SQL-ANF-MEMBER-YEAR = 1
                            AND SQL-ANF-WAIVE-FIRST-YEAR
                           PERFORM 2400-RECORD-WAIVER
                       WHEN OTHER
                           PERFORM 2300-ASSESS-FEE
                   END-EVALUATE
                   MOVE SQL-ANF-FEE-AMOUNT TO WS-DETAIL-AMOUNT
                   PERFORM 7000-WRITE-DETAIL
               END-IF
           END-IF

           PERFORM 1100-FETCH-ACCOUNT.

      *----------------------------------------------------------------*
      * THE MOST RECENT ANNIVERSARY OF THE OPEN DATE ON OR BEFORE THE *
      * RUN DATE. THE OPEN DATE ITSELF IS THE START OF MEMBERSHIP     *
      * YEAR 1. A 29 FEBRUARY OPEN DATE FALLS ON 28 FEBRUARY IN A     *
      * NON-LEAP YEAR. THE ANNIVERSARY IS DUE WHEN IT LIES INSIDE THE *
      * CYCLE WINDOW ENDING ON THE RUN DATE.                          *
      *----------------------------------------------------------------*
       2100-FIND-ANNIVERSARY.
           MOVE 'N' TO WS-DUE-FLAG

           MOVE SQL-ANF-CREATED-DATE(1:4) TO WS-CREATED-DATE-NUM(1:4)
           MOVE SQL-ANF-CREATED-DATE(6:2) TO WS-CREATED-DATE-NUM(5:2)
           MOVE SQL-ANF-CREATED-DATE(9:2) TO WS-CREATED-DATE-NUM(7:2)
           MOVE WS-CREATED-DATE-NUM(1:4) TO WS-CREATED-YEAR

           IF WS-CREATED-DATE-NUM(5:4) > WS-RUN-DATE-NUM(5:4)
               COMPUTE WS-ANNIV-YEAR = WS-RUN-YEAR - 1
           ELSE
               MOVE WS-RUN-YEAR TO WS-ANNIV-YEAR
           END-IF

           MOVE WS-ANNIV-YEAR TO WS-ANNIV-DATE-NUM(1:4)
           MOVE WS-CREATED-DATE-NUM(5:4) TO WS-ANNIV-DATE-NUM(5:4)
           IF WS-ANNIV-DATE-NUM(5:4) = '0229'
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-DATE-NUM)
                  NOT = ZERO
               MOVE '0228' TO WS-ANNIV-DATE-NUM(5:4)
           END-IF

      *    AN OPEN DATE AFTER THE RUN DATE (A BACKDATED RERUN) HAS   *
      *    NO ANNIVERSARY YET                                        *
           IF WS-ANNIV-YEAR NOT < WS-CREATED-YEAR
               COMPUTE SQL-ANF-MEMBER-YEAR =
                       WS-ANNIV-YEAR - WS-CREATED-YEAR + 1
               COMPUTE WS-ANNIV-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-ANNIV-DATE-NUM)
               COMPUTE WS-DAYS-SINCE-ANNIV =
                       WS-RUN-DATE-INTEGER - WS-ANNIV-INTEGER

               IF WS-DAYS-SINCE-ANNIV < WS-ANNIV-WINDOW-DAYS
                   SET WS-ANNIVERSARY-DUE TO TRUE
                   MOVE SPACES TO SQL-ANF-ANNIV-DATE
                   STRING WS-ANNIV-DATE-NUM(1:4) '-'
                          WS-ANNIV-DATE-NUM(5:2) '-'
                          WS-ANNIV-DATE-NUM(7:2)
                          DELIMITED BY SIZE
                          INTO SQL-ANF-ANNIV-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RERUN GUARD - ANY HISTORY ROW FOR THIS ANNIVERSARY (ASSESSED, *
      * WAIVED, REFUNDED OR VOID) MEANS IT HAS ALREADY BEEN HANDLED   *
      *----------------------------------------------------------------*
       2200-CHECK-ALREADY-BILLED.
           MOVE ZERO TO SQL-ANF-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-ANF-ROW-COUNT
               FROM   ANNUAL_FEE_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-ANF-ACCOUNT
                 AND  ANNIVERSARY_DATE = :SQL-ANF-ANNIV-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-IF.

      *----------------------------------------------------------------*
      * BILL THE FEE - THE HISTORY ROW IS INSERTED FIRST AND THE      *
      * ANNLFEE RECORD WRITTEN BEFORE THE UNIT OF WORK COMMITS, SO A  *
      * FAILED INSERT WRITES NOTHING AND A FAILED WRITE ABENDS AND    *
      * ROLLS THE ROW BACK - THE FEE FILE AND THE HISTORY TABLE       *
      * ALWAYS AGREE                                                  *
      *----------------------------------------------------------------*
       2300-ASSESS-FEE.
           MOVE 'A' TO SQL-ANF-FEE-STATUS
           PERFORM 2500-INSERT-HISTORY-ROW

           IF SQLCODE = 0
               MOVE 'ANNLFEE' TO WS-FEE-TRAN-TYPE
               MOVE 'ANNLFEE   ' TO WS-FEE-TRAN-TAG
               PERFORM 2600-WRITE-FEE-TRANSACTION
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-FEES-ASSESSED
               ADD SQL-ANF-FEE-AMOUNT TO WS-ASSESSED-TOTAL
               MOVE 'FEE ASSESSED' TO WS-ANF-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * FIRST-YEAR WAIVER - RECORDED SO THE ANNIVERSARY IS NOT        *
      * PICKED UP AGAIN AND THE WAIVED AMOUNT SHOWS ON THE REPORT     *
      *----------------------------------------------------------------*
       2400-RECORD-WAIVER.
           MOVE 'W' TO SQL-ANF-FEE-STATUS
           PERFORM 2500-INSERT-HISTORY-ROW

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-FEES-WAIVED
               ADD SQL-ANF-FEE-AMOUNT TO WS-WAIVED-TOTAL
               MOVE 'FIRST-YEAR FEE WAIVED' TO WS-ANF-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * BANKRUPTCY OR DECEASED HANDLING IN FORCE - NO FEE. RECORDED   *
      * WAIVED LIKE THE FIRST-YEAR WAIVER SO THE ANNIVERSARY IS NOT   *
      * BILLED LATER WHEN THE INDICATOR IS CLEARED.                   *
      *----------------------------------------------------------------*
       2450-RECORD-SPECIAL-WAIVER.
           MOVE 'W' TO SQL-ANF-FEE-STATUS
           PERFORM 2500-INSERT-HISTORY-ROW

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-FEES-STOPPED
               ADD SQL-ANF-FEE-AMOUNT TO WS-WAIVED-TOTAL
               MOVE 'WAIVED - SPECIAL HANDLING' TO WS-ANF-RESULT
           END-IF.

       2500-INSERT-HISTORY-ROW.
           EXEC SQL
               INSERT INTO ANNUAL_FEE_HISTORY
                   (ACCOUNT_NUMBER,
                    ANNIVERSARY_DATE,
                    MEMBERSHIP_YEAR,
                    PRODUCT_CODE,
                    FEE_AMOUNT,
                    FEE_STATUS,
                    ASSESSED_DATE)
               VALUES
                   (:SQL-ANF-ACCOUNT,
                    :SQL-ANF-ANNIV-DATE,
                    :SQL-ANF-MEMBER-YEAR,
                    :SQL-ANF-PRODUCT-CODE,
                    :SQL-ANF-FEE-AMOUNT,
                    :SQL-ANF-FEE-STATUS,
                    :WS-RUN-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS-ANF-FAILURES
               MOVE 'ASSESSMENT FAILED' TO WS-ANF-RESULT
               DISPLAY 'ERROR: Could not record annual fee - '
                       'account ' SQL-ANF-ACCOUNT
                       ' anniversary ' SQL-ANF-ANNIV-DATE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE THE FEE OR REFUND IN TRANREC LAYOUT SO IT POSTS THROUGH *
      * CCARDPROC'S NORMAL PATH - THE CALLER SETS THE TYPE AND TAG    *
      *----------------------------------------------------------------*
       2600-WRITE-FEE-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-FEE-TRAN-TYPE TO TRAN-TYPE
           MOVE WS-FEE-TRAN-TAG TO TRAN-MERCHANT-ID
           MOVE SQL-ANF-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE SQL-ANF-FEE-AMOUNT TO TRAN-AMOUNT
           MOVE WS-RUN-DATE TO TRAN-DATE
           WRITE TRANSACTION-RECORD

           IF WS-ANF-STATUS NOT = '00'
               DISPLAY 'ERROR: Annual fee write failed (status '
                       WS-ANF-STATUS ')'
               PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-IF.

       2900-CLOSE-ACCOUNT-CURSOR.
           EXEC SQL
               CLOSE ANF-CURSOR
           END-EXEC.

      *================================================================*
      * REFUND PASS - FEES CACM MARKED REFUND-PENDING WHEN THE        *
      * ACCOUNT CLOSED INSIDE THE REFUND WINDOW. NOT LIMITED TO THE   *
      * CYCLE GROUP: A CLOSED ACCOUNT IS OWED ITS MONEY ON THE NEXT   *
      * NIGHT'S RUN, NOT AT ITS OWN GROUP'S NEXT CYCLE. A FEE         *
      * ASSESSED TODAY HAS NOT BEEN THROUGH CCARDPROC YET AND WAITS   *
      * FOR THE NEXT RUN.                                             *
      *================================================================*
       3000-OPEN-REFUND-CURSOR.
           EXEC SQL
               DECLARE RFD-CURSOR CURSOR WITH HOLD FOR
               SELECT ACCOUNT_NUMBER,
                      ANNIVERSARY_DATE,
                      MEMBERSHIP_YEAR,
                      PRODUCT_CODE,
                      FEE_AMOUNT,
                      ASSESSED_DATE
               FROM   ANNUAL_FEE_HISTORY
               WHERE  FEE_STATUS = 'P'
                 AND  ASSESSED_DATE < :WS-RUN-DATE
               ORDER BY ACCOUNT_NUMBER, ANNIVERSARY_DATE
           END-EXEC

           EXEC SQL
               OPEN RFD-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-IF

           PERFORM 3010-FETCH-REFUND.

       3010-FETCH-REFUND.
           EXEC SQL
               FETCH RFD-CURSOR
               INTO :SQL-ANF-ACCOUNT,
                    :SQL-ANF-ANNIV-DATE,
                    :SQL-ANF-MEMBER-YEAR,
                    :SQL-ANF-PRODUCT-CODE,
                    :SQL-ANF-FEE-AMOUNT,
                    :SQL-ANF-ASSESSED-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-RFD-EOF-FLAG
                   ADD 1 TO WS-REFUNDS-PENDING
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-RFD-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REFUND ONE FEE. ONLY A FEE THAT ACTUALLY POSTED IS REVERSED - *
      * ONE CCARDPROC REJECTED BECAUSE THE ACCOUNT CLOSED FIRST NEVER *
      * REACHED THE BALANCE, SO THE ROW IS VOIDED INSTEAD             *
      *----------------------------------------------------------------*
       3100-REFUND-ONE-FEE.
           MOVE SPACES TO WS-ANF-RESULT
           PERFORM 3200-CHECK-FEE-POSTED

           IF SQL-ANF-ROW-COUNT > ZERO
               MOVE 'R' TO SQL-ANF-FEE-STATUS
           ELSE
               MOVE 'V' TO SQL-ANF-FEE-STATUS
           END-IF

           EXEC SQL
               UPDATE ANNUAL_FEE_HISTORY
               SET FEE_STATUS = :SQL-ANF-FEE-STATUS,
                   REFUND_DATE = :WS-RUN-DATE
               WHERE ACCOUNT_NUMBER = :SQL-ANF-ACCOUNT
                 AND ANNIVERSARY_DATE = :SQL-ANF-ANNIV-DATE
                 AND FEE_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS-ANF-FAILURES
               MOVE 'REFUND FAILED' TO WS-ANF-RESULT
               DISPLAY 'ERROR: Could not settle annual fee refund - '
                       'account ' SQL-ANF-ACCOUNT
                       ' anniversary ' SQL-ANF-ANNIV-DATE
           ELSE
               IF SQL-ANF-FEE-STATUS = 'R'
                   MOVE 'ANNLRFND' TO WS-FEE-TRAN-TYPE
                   MOVE 'ANNLRFND  ' TO WS-FEE-TRAN-TAG
                   PERFORM 2600-WRITE-FEE-TRANSACTION
                   ADD 1 TO WS-FEES-REFUNDED
                   ADD SQL-ANF-FEE-AMOUNT TO WS-REFUNDED-TOTAL
                   MOVE 'FEE REFUNDED - CLOSED' TO WS-ANF-RESULT
               ELSE
                   ADD 1 TO WS-REFUNDS-VOIDED
                   MOVE 'VOID - FEE NEVER POSTED' TO WS-ANF-RESULT
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
           END-IF

           MOVE SQL-ANF-FEE-AMOUNT TO WS-DETAIL-AMOUNT
           PERFORM 7000-WRITE-DETAIL

           PERFORM 3010-FETCH-REFUND.

      *----------------------------------------------------------------*
      * DID THE ANNLFEE WRITTEN ON THE ASSESSMENT DATE POST? CCARDPROC *
      * CARRIES THE TRAN-DATE INTO ORIGINAL_TRAN_DATE                  *
      *----------------------------------------------------------------*
       3200-CHECK-FEE-POSTED.
           MOVE ZERO TO SQL-ANF-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-ANF-ROW-COUNT
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-ANF-ACCOUNT
                 AND  TRANSACTION_TYPE = 'ANNLFEE'
                 AND  ORIGINAL_TRAN_DATE = :SQL-ANF-ASSESSED-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ANNUAL-FEE-RUN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE REPORT DETAIL LINE                                   *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SQL-ANF-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-ANF-PRODUCT-CODE TO DTL-PRODUCT
           MOVE SQL-ANF-ANNIV-DATE TO DTL-ANNIV-DATE
           MOVE SQL-ANF-MEMBER-YEAR TO DTL-MEMBER-YEAR
           MOVE WS-DETAIL-AMOUNT TO DTL-FEE-AMOUNT
           MOVE WS-ANF-RESULT TO DTL-RESULT
           WRITE ANNFEE-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       4000-FINALIZE.
           EXEC SQL
               CLOSE RFD-CURSOR
           END-EXEC

           WRITE ANNFEE-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-HEADER AFTER 1

           MOVE 'Accounts Examined:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-EXAMINED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Anniversaries Due:' TO SUM-COUNT-LABEL
           MOVE WS-ANNIVERSARIES-DUE TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Already Billed (Rerun):' TO SUM-COUNT-LABEL
           MOVE WS-ALREADY-BILLED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Fees Assessed:' TO SUM-COUNT-LABEL
           MOVE WS-FEES-ASSESSED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Fees Waived (First Year):' TO SUM-COUNT-LABEL
           MOVE WS-FEES-WAIVED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Fees Waived (Bkr/Dec):' TO SUM-COUNT-LABEL
           MOVE WS-FEES-STOPPED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Refunds Pending:' TO SUM-COUNT-LABEL
           MOVE WS-REFUNDS-PENDING TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Fees Refunded:' TO SUM-COUNT-LABEL
           MOVE WS-FEES-REFUNDED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Refunds Voided (Not Posted):' TO SUM-COUNT-LABEL
           MOVE WS-REFUNDS-VOIDED TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Failures:' TO SUM-COUNT-LABEL
           MOVE WS-ANF-FAILURES TO SUM-COUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-COUNT-LINE AFTER 1

           MOVE 'Total Fees Assessed:' TO SUM-AMOUNT-LABEL
           MOVE WS-ASSESSED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-AMOUNT-LINE AFTER 1

           MOVE 'Total Fees Waived:' TO SUM-AMOUNT-LABEL
           MOVE WS-WAIVED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-AMOUNT-LINE AFTER 1

           MOVE 'Total Fees Refunded:' TO SUM-AMOUNT-LABEL
           MOVE WS-REFUNDED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE ANNFEE-REPORT-LINE FROM SUM-ANF-AMOUNT-LINE AFTER 1

           CLOSE ANNFEE-FILE
           CLOSE ANNFEE-REPORT-FILE

           IF WS-ANF-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'ANNUAL MEMBERSHIP FEE ASSESSMENT COMPLETE'
           DISPLAY '  Accounts Examined: ' WS-ACCOUNTS-EXAMINED
           DISPLAY '  Anniversaries Due: ' WS-ANNIVERSARIES-DUE
           DISPLAY '  Fees Assessed:     ' WS-FEES-ASSESSED
           DISPLAY '  Fees Waived:       ' WS-FEES-WAIVED
           DISPLAY '  Special Handling:  ' WS-FEES-STOPPED
           DISPLAY '  Fees Refunded:     ' WS-FEES-REFUNDED
           DISPLAY '  Refunds Voided:    ' WS-REFUNDS-VOIDED
           DISPLAY '  Failures:          ' WS-ANF-FAILURES
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
      * RUN ENDS WITH RETURN CODE 16. EACH ACCOUNT COMMITS ON ITS     *
      * OWN, SO A RERUN AFTER THE FIX SKIPS EVERY ANNIVERSARY ALREADY *
      * ON ANNUAL_FEE_HISTORY AND EVERY REFUND ALREADY SETTLED.       *
      *----------------------------------------------------------------*
       9999-ABEND-ANNUAL-FEE-RUN.
           DISPLAY '***** ANNUAL FEE ASSESSMENT ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE ANNFEE-FILE
           CLOSE ANNFEE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
