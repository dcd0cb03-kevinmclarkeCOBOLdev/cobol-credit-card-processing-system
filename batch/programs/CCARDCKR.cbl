       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDCKR.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDCKR - REFUND CHECK RECONCILIATION AND VOIDS      *
      * PURPOSE: CCARDCBR MAILS CREDIT-BALANCE REFUND CHECKS AND      *
      *          REGISTERS EACH ONE ON CHECK_REGISTER, BUT NOTHING    *
      *          TOLD US WHETHER THE CARDHOLDER EVER CASHED IT. THIS  *
      *          STEP CLOSES THAT LOOP:                               *
      *            - RECONCILES THE BANK'S PAID-ITEMS FEED (CKPDREC)  *
      *              AGAINST THE REGISTER, MARKING ISSUED CHECKS PAID *
      *              AND REPORTING EVERY ITEM THE REGISTER CANNOT     *
      *              ACCOUNT FOR - NOT REGISTERED, ALREADY PAID,      *
      *              PAID AFTER ITS VOID, OR PAID FOR A DIFFERENT     *
      *              AMOUNT THAN ISSUED                               *
      *            - VOIDS EVERY CHECK STILL UNCASHED PAST THE        *
      *              STALE-DATE AGE: A POSITIVE-PAY VOID ENTRY SO THE *
      *              BANK REFUSES THE ITEM FROM NOW ON, AND A CHKVOID *
      *              TRANSACTION (TRANREC LAYOUT) THAT PUTS THE       *
      *              CREDIT BALANCE BACK ON THE ACCOUNT WHEN          *
      *              CCARDPROC POSTS IT                               *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / CHECK STALE DAYS)    *
      *          BANK PAID-ITEMS FEED (CKPDREC LAYOUT)                 *
      * OUTPUT:  POSITIVE-PAY VOID FILE (PPAYREC LAYOUT)               *
      *          CHECK VOID TRANSACTION FILE (TRANREC LAYOUT)          *
      *          CHECK RECONCILIATION REPORT                           *
      * DATABASE: DB2 CHECK_REGISTER TABLE                             *
      * RETURN CODE: 0 = CLEAN, 8 = PAID-ITEM EXCEPTIONS OR A VOID    *
      *              THAT COULD NOT BE STAMPED - SEE THE REPORT        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT PAID-ITEM-FILE ASSIGN TO CKPAID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PAID-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO CKRPPY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PPY-STATUS.

           SELECT VOID-TRAN-FILE ASSIGN TO CKROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO CKRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  PAID-ITEM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CKPDREC.

       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PPAYREC.

       FD  VOID-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRANREC.

       FD  CHECK-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CHECK-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * CHECK_REGISTER HOST VARIABLES (SHARED WITH CCARDCBR AND        *
      * CCARDESC)                                                      *
      *----------------------------------------------------------------*
       COPY CKRGREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-CHECK-WORK.
           05  SQL-STALE-CUTOFF-DATE    PIC X(10).

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
           05  WS-PAID-STATUS           PIC XX.
           05  WS-PPY-STATUS            PIC XX.
           05  WS-OUT-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-PAID-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-PAID-ITEMS            VALUE 'Y'.
           05  WS-STALE-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-STALE-CHECKS          VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-RUN-DATE-NUM          PIC 9(8).
           05  WS-RUN-DATE-INTEGER      PIC 9(7).
           05  WS-CUTOFF-INTEGER        PIC 9(7).
           05  WS-CUTOFF-DATE-NUM       PIC 9(8).
           05  WS-CHECK-NUMBER          PIC 9(10).
           05  WS-PAID-AMOUNT           PIC S9(8)V99 COMP-3.
           05  WS-ISSUED-AMOUNT         PIC S9(8)V99 COMP-3.
           05  WS-ITEM-RESULT           PIC X(20).

      *----------------------------------------------------------------*
      * STALE-DATE AGE - AN ISSUED CHECK STILL UNCASHED THIS MANY     *
      * DAYS AFTER ISSUE IS VOIDED (DEFAULT, OVERRIDABLE BY CONTROL   *
      * CARD)                                                          *
      *----------------------------------------------------------------*
       01  WS-CHECK-STALE-DAYS          PIC 9(3) VALUE 180.

       01  WS-COUNTERS.
           05  WS-PAID-ITEMS-READ       PIC 9(7) VALUE ZERO.
           05  WS-CHECKS-PAID           PIC 9(7) VALUE ZERO.
           05  WS-PAID-EXCEPTIONS       PIC 9(7) VALUE ZERO.
           05  WS-CHECKS-VOIDED         PIC 9(7) VALUE ZERO.
           05  WS-VOID-FAILURES         PIC 9(7) VALUE ZERO.
           05  WS-PAID-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-VOIDED-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'REFUND CHECK RECONCILIATION AND VOIDS'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
               'STALE AGE (DAYS):'.
           05  HDR-STALE-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               'VOID ISSUED BEFORE:'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  HDR-CUTOFF-DATE          PIC X(10).
           05  FILLER                   PIC X(51) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  SEC-HEADER-LINE.
           05  SEC-HEADER-TEXT          PIC X(50).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(12) VALUE 'ISSUED'.
           05  FILLER                   PIC X(16) VALUE 'ISSUED AMT'.
           05  FILLER                   PIC X(16) VALUE 'PAID AMT'.
           05  FILLER                   PIC X(20) VALUE 'RESULT'.
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-CHECK-NUMBER         PIC 9(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-ISSUE-DATE           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-ISSUED-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-PAID-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-RESULT               PIC X(20).
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  SUM-CHECK-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'CHECK RECONCILIATION SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-CHECK-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-CHECK-AMOUNT-LINE.
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
           PERFORM 2000-RECONCILE-PAID-ITEM UNTIL END-OF-PAID-ITEMS
           PERFORM 2500-OPEN-STALE-CHECKS
           PERFORM 2600-VOID-STALE-CHECK UNTIL END-OF-STALE-CHECKS
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT PAID-ITEM-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT VOID-TRAN-FILE
           OPEN OUTPUT CHECK-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY
           PERFORM 1020-BUILD-STALE-CUTOFF

           WRITE CHECK-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-CHECK-STALE-DAYS TO HDR-STALE-DAYS
           MOVE SQL-STALE-CUTOFF-DATE TO HDR-CUTOFF-DATE
           WRITE CHECK-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE CHECK-REPORT-LINE FROM HDR-LINE-3 AFTER 1

           MOVE 'PAID ITEMS NOT ACCOUNTED FOR BY THE REGISTER'
                TO SEC-HEADER-TEXT
           WRITE CHECK-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE CHECK-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'REFUND CHECK RECONCILIATION STARTING'
           DISPLAY 'STALE AGE:   ' WS-CHECK-STALE-DAYS ' DAYS'
           DISPLAY 'CUTOFF DATE: ' SQL-STALE-CUTOFF-DATE
           DISPLAY '=============================================='

           IF WS-PAID-STATUS NOT = '00'
               DISPLAY 'ERROR: Paid-items feed open failed (status '
                       WS-PAID-STATUS ')'
               PERFORM 9999-ABEND-CHECK-RUN
           END-IF

           PERFORM 1100-READ-PAID-ITEM.

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
                       IF CTL-CHECK-STALE-DAYS NOT = ZERO
                           MOVE CTL-CHECK-STALE-DAYS
                                TO WS-CHECK-STALE-DAYS
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

      *----------------------------------------------------------------*
      * STALE CUTOFF = RUN DATE MINUS THE STALE-DATE AGE - A CHECK    *
      * ISSUED BEFORE IT AND STILL UNCASHED IS VOIDED                 *
      *----------------------------------------------------------------*
       1020-BUILD-STALE-CUTOFF.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DATE-NUM(7:2)
           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           COMPUTE WS-CUTOFF-INTEGER =
                   WS-RUN-DATE-INTEGER - WS-CHECK-STALE-DAYS
           COMPUTE WS-CUTOFF-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           MOVE WS-CUTOFF-DATE-NUM(1:4) TO SQL-STALE-CUTOFF-DATE(1:4)
           MOVE '-' TO SQL-STALE-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-DATE-NUM(5:2) TO SQL-STALE-CUTOFF-DATE(6:2)
           MOVE '-' TO SQL-STALE-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-DATE-NUM(7:2) TO SQL-STALE-CUTOFF-DATE(9:2).

       1100-READ-PAID-ITEM.
           READ PAID-ITEM-FILE
               AT END
                   MOVE 'Y' TO WS-PAID-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PAID-ITEMS-READ
           END-READ.

      *================================================================*
      * RECONCILE ONE PAID ITEM AGAINST THE REGISTER. ONLY AN ISSUED  *
      * CHECK PAID FOR EXACTLY ITS ISSUED AMOUNT IS MARKED PAID -     *
      * ANYTHING ELSE IS LEFT AS IT STANDS AND REPORTED FOR TREASURY  *
      * TO TAKE UP WITH THE BANK.                                     *
      *================================================================*
       2000-RECONCILE-PAID-ITEM.
           MOVE CKPD-CHECK-NUMBER TO WS-CHECK-NUMBER
           MOVE CKPD-CHECK-NUMBER TO SQL-CKRG-CHECK-NUMBER
           MOVE CKPD-PAID-AMOUNT TO WS-PAID-AMOUNT
           ADD WS-PAID-AMOUNT TO WS-PAID-TOTAL

           EXEC SQL
               SELECT ACCOUNT_NUMBER,
                      AMOUNT,
                      CHAR(ISSUE_DATE),
                      CHECK_STATUS
               INTO  :SQL-CKRG-ACCOUNT,
                     :SQL-CKRG-AMOUNT,
                     :SQL-CKRG-ISSUE-DATE,
                     :SQL-CKRG-STATUS
               FROM CHECK_REGISTER
               WHERE CHECK_NUMBER = :SQL-CKRG-CHECK-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE SPACES TO SQL-CKRG-ACCOUNT
                   MOVE SPACES TO SQL-CKRG-ISSUE-DATE
                   MOVE ZERO TO SQL-CKRG-AMOUNT
                   MOVE 'NOT ON REGISTER' TO WS-ITEM-RESULT
                   PERFORM 2200-REPORT-PAID-EXCEPTION
               WHEN SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-CHECK-RUN
               WHEN SQL-CKRG-PAID
                   MOVE 'ALREADY PAID' TO WS-ITEM-RESULT
                   PERFORM 2200-REPORT-PAID-EXCEPTION
               WHEN SQL-CKRG-VOIDED
                   MOVE 'PAID AFTER VOID' TO WS-ITEM-RESULT
                   PERFORM 2200-REPORT-PAID-EXCEPTION
               WHEN SQL-CKRG-ESCHEATED
                   MOVE 'PAID AFTER ESCHEAT' TO WS-ITEM-RESULT
                   PERFORM 2200-REPORT-PAID-EXCEPTION
               WHEN SQL-CKRG-AMOUNT NOT = WS-PAID-AMOUNT
                   MOVE 'AMOUNT MISMATCH' TO WS-ITEM-RESULT
                   PERFORM 2200-REPORT-PAID-EXCEPTION
               WHEN OTHER
                   PERFORM 2100-MARK-CHECK-PAID
           END-EVALUATE

           PERFORM 1100-READ-PAID-ITEM.

       2100-MARK-CHECK-PAID.
           MOVE CKPD-PAID-DATE TO SQL-CKRG-PAID-DATE
           MOVE WS-PAID-AMOUNT TO SQL-CKRG-PAID-AMOUNT
           SET SQL-CKRG-PAID TO TRUE

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET CHECK_STATUS = :SQL-CKRG-STATUS,
                   PAID_DATE    = :SQL-CKRG-PAID-DATE,
                   PAID_AMOUNT  = :SQL-CKRG-PAID-AMOUNT,
                   STATUS_DATE  = CURRENT TIMESTAMP
               WHERE CHECK_NUMBER = :SQL-CKRG-CHECK-NUMBER
                 AND CHECK_STATUS = 'I'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-CHECKS-PAID
           ELSE
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-CHECK-RUN
           END-IF.

       2200-REPORT-PAID-EXCEPTION.
           ADD 1 TO WS-PAID-EXCEPTIONS
           MOVE WS-CHECK-NUMBER TO DTL-CHECK-NUMBER
           MOVE SQL-CKRG-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-CKRG-ISSUE-DATE TO DTL-ISSUE-DATE
           MOVE SQL-CKRG-AMOUNT TO DTL-ISSUED-AMOUNT
           MOVE WS-PAID-AMOUNT TO DTL-PAID-AMOUNT
           MOVE WS-ITEM-RESULT TO DTL-RESULT
           WRITE CHECK-REPORT-LINE FROM DTL-LINE AFTER 1

           DISPLAY 'WARNING: Paid item ' WS-CHECK-NUMBER ' - '
                   WS-ITEM-RESULT.

      *================================================================*
      * STALE-DATED CHECKS - WITH HOLD, EACH VOID COMMITS ITS OWN     *
      * UNIT OF WORK BELOW                                             *
      *================================================================*
       2500-OPEN-STALE-CHECKS.
           MOVE 'STALE-DATED CHECKS VOIDED' TO SEC-HEADER-TEXT
           WRITE CHECK-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE CHECK-REPORT-LINE FROM HDR-DETAIL AFTER 1

           EXEC SQL
               DECLARE STALE-CURSOR CURSOR WITH HOLD FOR
               SELECT CHECK_NUMBER,
                      ACCOUNT_NUMBER,
                      PAYEE_NAME,
                      AMOUNT,
                      CHAR(ISSUE_DATE)
               FROM CHECK_REGISTER
               WHERE CHECK_STATUS = 'I'
                 AND CHAR(ISSUE_DATE) < :SQL-STALE-CUTOFF-DATE
               ORDER BY CHECK_NUMBER
           END-EXEC

           EXEC SQL
               OPEN STALE-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-CHECK-RUN
           END-IF

           PERFORM 2510-FETCH-STALE-CHECK.

       2510-FETCH-STALE-CHECK.
           EXEC SQL
               FETCH STALE-CURSOR
               INTO :SQL-CKRG-CHECK-NUMBER,
                    :SQL-CKRG-ACCOUNT,
                    :SQL-CKRG-PAYEE-NAME,
                    :SQL-CKRG-AMOUNT,
                    :SQL-CKRG-ISSUE-DATE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-STALE-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-STALE-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-CHECK-RUN
           END-EVALUATE.

      *================================================================*
      * VOID ONE STALE-DATED CHECK. AS IN CCARDCBR THE OUTPUT FILES   *
      * ARE WRITTEN BEFORE THE REGISTER STAMP AND COMMIT - AN ABEND   *
      * BETWEEN THE TWO LEAVES THE CHECK SELECTABLE BY THE RERUN (A   *
      * DUPLICATE VOID OPS CAN PULL, NEVER A CREDIT SILENTLY LOST).   *
      *================================================================*
       2600-VOID-STALE-CHECK.
           MOVE SQL-CKRG-CHECK-NUMBER TO WS-CHECK-NUMBER
           MOVE SQL-CKRG-AMOUNT TO WS-ISSUED-AMOUNT

           PERFORM 2610-WRITE-POSITIVE-PAY-VOID
           PERFORM 2620-WRITE-VOID-TRANSACTION
           PERFORM 2630-STAMP-CHECK-VOIDED

           PERFORM 2510-FETCH-STALE-CHECK.

       2610-WRITE-POSITIVE-PAY-VOID.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPAY-VOID TO TRUE
           MOVE WS-CHECK-NUMBER TO PPAY-CHECK-NUMBER
           MOVE WS-ISSUED-AMOUNT TO PPAY-AMOUNT
           MOVE SQL-CKRG-ISSUE-DATE TO PPAY-ISSUE-DATE
           MOVE SQL-CKRG-PAYEE-NAME TO PPAY-PAYEE-NAME
           MOVE SQL-CKRG-ACCOUNT TO PPAY-ACCOUNT-NUMBER
           WRITE POSITIVE-PAY-RECORD

           IF WS-PPY-STATUS NOT = '00'
               DISPLAY 'ERROR: Positive-pay write failed (status '
                       WS-PPY-STATUS ')'
               PERFORM 9999-ABEND-CHECK-RUN
           END-IF.

      *----------------------------------------------------------------*
      * THE CHKVOID CREDIT RESTORES THE BALANCE THE CHECK REFUNDED    *
      * WHEN CCARDPROC POSTS IT THROUGH THE NORMAL PATH. THE CHECK    *
      * NUMBER RIDES IN THE MERCHANT ID FIELD FOR TRACEABILITY.       *
      *----------------------------------------------------------------*
       2620-WRITE-VOID-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SQL-CKRG-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE 'CHKVOID' TO TRAN-TYPE
           MOVE WS-ISSUED-AMOUNT TO TRAN-AMOUNT
           MOVE WS-CHECK-NUMBER TO TRAN-MERCHANT-ID
           MOVE WS-RUN-DATE TO TRAN-DATE
           WRITE TRANSACTION-RECORD

           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR: Void transaction write failed '
                       '(status ' WS-OUT-STATUS ')'
               PERFORM 9999-ABEND-CHECK-RUN
           END-IF.

       2630-STAMP-CHECK-VOIDED.
           MOVE WS-RUN-DATE TO SQL-CKRG-VOID-DATE
           SET SQL-CKRG-VOIDED TO TRUE

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET CHECK_STATUS = :SQL-CKRG-STATUS,
                   VOID_DATE    = :SQL-CKRG-VOID-DATE,
                   STATUS_DATE  = CURRENT TIMESTAMP
               WHERE CHECK_NUMBER = :SQL-CKRG-CHECK-NUMBER
           END-EXEC

           MOVE WS-CHECK-NUMBER TO DTL-CHECK-NUMBER
           MOVE SQL-CKRG-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-CKRG-ISSUE-DATE TO DTL-ISSUE-DATE
           MOVE WS-ISSUED-AMOUNT TO DTL-ISSUED-AMOUNT
           MOVE ZERO TO DTL-PAID-AMOUNT

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-CHECKS-VOIDED
               ADD WS-ISSUED-AMOUNT TO WS-VOIDED-TOTAL
               MOVE 'VOIDED' TO DTL-RESULT
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
               ADD 1 TO WS-VOID-FAILURES
               MOVE 'VOID NOT STAMPED' TO DTL-RESULT
               DISPLAY 'ERROR: Could not stamp check '
                       WS-CHECK-NUMBER ' voided - void already on '
                       'the output files, pull it before release'
           END-IF

           WRITE CHECK-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               CLOSE STALE-CURSOR
           END-EXEC

           WRITE CHECK-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-HEADER AFTER 1

           MOVE 'Paid Items Received:' TO SUM-COUNT-LABEL
           MOVE WS-PAID-ITEMS-READ TO SUM-COUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-COUNT-LINE AFTER 1

           MOVE 'Checks Marked Paid:' TO SUM-COUNT-LABEL
           MOVE WS-CHECKS-PAID TO SUM-COUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-COUNT-LINE AFTER 1

           MOVE 'Paid Item Exceptions:' TO SUM-COUNT-LABEL
           MOVE WS-PAID-EXCEPTIONS TO SUM-COUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-COUNT-LINE AFTER 1

           MOVE 'Stale Checks Voided:' TO SUM-COUNT-LABEL
           MOVE WS-CHECKS-VOIDED TO SUM-COUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-COUNT-LINE AFTER 1

           MOVE 'Void Failures:' TO SUM-COUNT-LABEL
           MOVE WS-VOID-FAILURES TO SUM-COUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-COUNT-LINE AFTER 1

           MOVE 'Total Paid by Bank:' TO SUM-AMOUNT-LABEL
           MOVE WS-PAID-TOTAL TO SUM-AMOUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-AMOUNT-LINE AFTER 1

           MOVE 'Total Voided:' TO SUM-AMOUNT-LABEL
           MOVE WS-VOIDED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE CHECK-REPORT-LINE FROM SUM-CHECK-AMOUNT-LINE AFTER 1

           CLOSE PAID-ITEM-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE VOID-TRAN-FILE
           CLOSE CHECK-REPORT-FILE

           IF WS-PAID-EXCEPTIONS > ZERO OR WS-VOID-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'REFUND CHECK RECONCILIATION COMPLETE'
           DISPLAY '  Paid Items Received: ' WS-PAID-ITEMS-READ
           DISPLAY '  Checks Marked Paid:  ' WS-CHECKS-PAID
           DISPLAY '  Paid Exceptions:     ' WS-PAID-EXCEPTIONS
           DISPLAY '  Checks Voided:       ' WS-CHECKS-VOIDED
           DISPLAY '  Total Voided:        ' WS-VOIDED-TOTAL
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDCKR' TO SQL-STEP-PROGRAM
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
      * RUN ENDS WITH RETURN CODE 16. PAID MARKS AND VOIDS COMMIT PER *
      * CHECK, SO A RERUN AFTER THE FIX PICKS UP WHAT WAS NOT YET     *
      * STAMPED (PAID ITEMS ALREADY MARKED REPORT AS ALREADY PAID).   *
      *----------------------------------------------------------------*
       9999-ABEND-CHECK-RUN.
           DISPLAY '***** REFUND CHECK RECONCILIATION ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE PAID-ITEM-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE VOID-TRAN-FILE
           CLOSE CHECK-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
