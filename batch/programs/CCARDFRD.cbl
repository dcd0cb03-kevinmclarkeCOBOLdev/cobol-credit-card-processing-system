       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDFRD.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDFRD - LOST/STOLEN CARD FRAUD CLAIM CREDITS       *
      * PURPOSE: A CARD BLOCKED ON CCRM STILL HAS CHARGES REACHING    *
      *          THE ACCOUNT - SALES AUTHORIZED BEFORE THE BLOCK, OR  *
      *          MADE WITH THE PLASTIC BEFORE THE CARDHOLDER NOTICED  *
      *          IT WAS GONE. THE ONLY WAY BACK FOR THE CARDHOLDER    *
      *          WAS A MERCHANT DISPUTE PER CHARGE THROUGH CCARDDSP,  *
      *          BOOKED AS DISPUTE SUSPENSE INSTEAD OF A FRAUD LOSS.  *
      *          THIS NIGHTLY STEP WORKS EVERY OPEN FRAUD_CLAIM THE   *
      *          CCRM OPERATOR FILED WITH THE LOST DATE AND TIME:     *
      *            - FINDS EVERY TRANSACTION_LOG CHARGE ON THE CARD   *
      *              NUMBER FROM THE LOST POINT ON (SEE 2200) NOT     *
      *              ALREADY CREDITED, AND CREDITS EACH ONE AS A      *
      *              FRAUDCR POSTING CARRYING THE ORIGINAL CARD,      *
      *              MERCHANT AND TRANSACTION DATE, RELIEVING THE     *
      *              BALANCE BUCKET THE CHARGE SAT IN FIRST           *
      *            - REVERSES THE REWARDS POINTS EACH CHARGE EARNED,  *
      *              OR STAMPS IT SO IT NEVER EARNS ANY               *
      *            - REVERSES THE FINANCE CHARGES THE CHARGES DROVE,  *
      *              CYCLE BY CYCLE FROM FINANCE_CHARGE_HISTORY, AS   *
      *              ONE FRAUDCR POSTING TAGGED FINCHRG               *
      *            - RECORDS EACH CREDITED CHARGE ON FRAUD_CLAIM_ITEM *
      *              (ONE ROW PER TRAN_ID - NOTHING IS EVER CREDITED  *
      *              TWICE) AND ROLLS THE TOTALS ONTO THE CLAIM       *
      *          CCARDGLJ BOOKS FRAUDCR PRINCIPAL TO FRAUD LOSS AND   *
      *          THE FINCHRG-TAGGED REVERSAL AGAINST INTEREST INCOME. *
      *                                                                *
      *          A CLAIM STAYS OPEN FOR THE SETTLEMENT WINDOW AFTER   *
      *          IT WAS FILED SO LATE-SETTLING CHARGES ARE CREDITED   *
      *          ON LATER NIGHTS; THE RUN AFTER THE WINDOW CLOSES     *
      *          MARKS IT PROCESSED. A CHARGE UNDER AN OPEN OR        *
      *          CARDHOLDER-RESOLVED DISPUTE_CASE IS LEFT ALONE - THE *
      *          DISPUTE HAS CREDITED OR WILL CREDIT IT. A CLAIM ON A *
      *          SANCTIONS-BLOCKED OR CHARGED-OFF ACCOUNT IS HELD     *
      *          OPEN FOR THE FRAUD TEAM - NO FUNDS MOVE.             *
      *                                                                *
      *          EACH CLAIM IS ONE UNIT OF WORK: ITEMS, POSTINGS,     *
      *          POINTS, BALANCES AND THE CLAIM ROW COMMIT TOGETHER   *
      *          OR NOT AT ALL.                                       *
      *                                                                *
      *          RUNS AFTER CCARDPROC AND CCARDRWD (AND CCARDFIN ON   *
      *          CYCLE NIGHTS) AND BEFORE CCARDGLJ AND CCARDTBL.      *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / CLAIM WINDOW DAYS)   *
      * OUTPUT:  FRAUD LOSS REPORT - CLAIMS WORKED, THEN THE LOSS BY   *
      *          MERCHANT AND BY CARD FOR THE FRAUD TEAM               *
      * DATABASE: DB2 FRAUD_CLAIM, FRAUD_CLAIM_ITEM, TRANSACTION_LOG,  *
      *           AUTHORIZATION_LOG, DISPUTE_CASE, CREDIT_ACCOUNT,     *
      *           REWARDS_ACCOUNT, FINANCE_CHARGE_HISTORY TABLES       *
      * RETURN CODE: 0 = CLEAN, 8 = A CLAIM HELD OR ROLLED BACK - SEE  *
      *              THE REPORT                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT FRAUD-REPORT-FILE ASSIGN TO FRDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  FRAUD-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FRAUD-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * FRAUD_CLAIM / FRAUD_CLAIM_ITEM HOST VARIABLES (SHARED WITH     *
      * CCARDCRM)                                                      *
      *----------------------------------------------------------------*
       COPY FRDREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-CLAIM-WORK.
           05  SQL-CLAIM-ACCT-STATUS    PIC X(1).
           05  SQL-CLAIM-WINDOW-FLAG    PIC X(1).
               88  SQL-CLAIM-WINDOW-CLOSED      VALUE 'Y'.
           05  SQL-CLAIM-WINDOW-DAYS    PIC S9(4) COMP.
           05  SQL-CLAIM-RUN-DATE       PIC X(10).
           05  SQL-FIRST-POSTED-DATE    PIC X(10).

       01  SQL-ITEM-WORK.
           05  SQL-ITEM-POINTS          PIC S9(9) COMP.
           05  SQL-ITEM-POINTS-FLAG     PIC X(1).
               88  SQL-ITEM-POINTS-STAMPED      VALUE 'Y'.
           05  SQL-ITEM-DISPUTED-FLAG   PIC X(1).
               88  SQL-ITEM-IN-DISPUTE          VALUE 'Y'.

       01  SQL-ACCOUNT-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-CURRENT-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.

       01  SQL-TRANSACTION-LOG.
           05  SQL-TRAN-ACCOUNT         PIC X(6).
           05  SQL-TRAN-CARD-NUMBER     PIC X(16).
           05  SQL-TRAN-TYPE            PIC X(8).
           05  SQL-TRAN-AMOUNT          PIC S9(8)V99 COMP-3.
           05  SQL-TRAN-MERCHANT        PIC X(10).
           05  SQL-TRAN-ORIG-DATE       PIC X(10).
           05  SQL-BALANCE-AFTER        PIC S9(8)V99 COMP-3.
           05  SQL-PROCESSED-BY         PIC X(10).
           05  SQL-TRAN-REWARD-POINTS   PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * FINANCE_CHARGE_HISTORY - ONE ACCRUAL ROW CCARDFIN WROTE WHILE  *
      * THE FRAUDULENT CHARGES WERE ON THE ACCOUNT                     *
      *----------------------------------------------------------------*
       01  SQL-FCH-DATA.
           05  SQL-FCH-ACCRUAL-DATE     PIC X(10).
           05  SQL-FCH-CYCLE-START      PIC X(10).
           05  SQL-FCH-CYCLE-DAYS       PIC S9(4) COMP.
           05  SQL-FCH-PURCHASE-ADB     PIC S9(8)V99 COMP-3.
           05  SQL-FCH-CASHADV-ADB      PIC S9(8)V99 COMP-3.
           05  SQL-FCH-FEE-ADB          PIC S9(8)V99 COMP-3.
           05  SQL-FCH-PURCHASE-CHARGE  PIC S9(8)V99 COMP-3.
           05  SQL-FCH-CASHADV-CHARGE   PIC S9(8)V99 COMP-3.
           05  SQL-FCH-FEE-CHARGE       PIC S9(8)V99 COMP-3.

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
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-CLAIM-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-CLAIMS                VALUE 'Y'.
           05  WS-ITEM-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-CLAIM-ITEMS           VALUE 'Y'.
           05  WS-FCH-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-ACCRUALS              VALUE 'Y'.
           05  WS-LOSS-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-LOSS-ITEMS            VALUE 'Y'.
           05  WS-CLAIM-FAILED-FLAG     PIC X VALUE 'N'.
               88  WS-CLAIM-FAILED              VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG       PIC X VALUE 'N'.
               88  WS-ITEM-TABLE-FULL           VALUE 'Y'.
           05  WS-FIRST-LOSS-FLAG       PIC X VALUE 'Y'.
               88  WS-FIRST-LOSS-ITEM           VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-NEW-BALANCE           PIC S9(8)V99 COMP-3.
           05  WS-CREDIT-REMAINING      PIC S9(8)V99 COMP-3.
           05  WS-CLAIM-RESULT          PIC X(20).
           05  WS-CURRENT-KEY           PIC X(16).
           05  WS-LOSS-KEY              PIC X(16).
           05  WS-SECTION-LABEL         PIC X(10).

      *----------------------------------------------------------------*
      * SETTLEMENT WINDOW - A CLAIM STAYS OPEN THIS MANY DAYS AFTER   *
      * IT WAS FILED (DEFAULT, OVERRIDABLE BY CONTROL CARD)           *
      *----------------------------------------------------------------*
       01  WS-CLAIM-WINDOW-DAYS         PIC 9(3) VALUE 30.

      *----------------------------------------------------------------*
      * THE CHARGES ONE CLAIM CREDITS IN THIS RUN, KEPT FOR THE        *
      * FINANCE CHARGE REVERSAL. A CLAIM WITH MORE THAN THE TABLE      *
      * HOLDS CREDITS THE REST ON THE NEXT RUN (ITS WINDOW IS NOT      *
      * CLOSED WHILE ANY ARE LEFT).                                    *
      *----------------------------------------------------------------*
       01  WS-ITEM-TABLE-MAX            PIC 9(3) VALUE 200.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10  WS-TBL-BUCKET        PIC X(2).
               10  WS-TBL-AMOUNT        PIC S9(8)V99 COMP-3.
               10  WS-TBL-POSTED-INTEGER
                                        PIC 9(7).

      *----------------------------------------------------------------*
      * FINANCE CHARGE REVERSAL - EACH ACCRUAL'S CHARGE PER BUCKET IS  *
      * REVERSED IN THE PROPORTION THE FRAUDULENT CHARGES BORE TO THE  *
      * BUCKET'S AVERAGE DAILY BALANCE THAT CYCLE, NEVER MORE THAN     *
      * THE WHOLE CHARGE                                               *
      *----------------------------------------------------------------*
       01  WS-INTEREST-FIELDS.
           05  WS-DATE-NUM              PIC 9(8).
           05  WS-ACCRUAL-INTEGER       PIC 9(7).
           05  WS-START-INTEGER         PIC 9(7).
           05  WS-POSTED-INTEGER        PIC 9(7).
           05  WS-FROM-INTEGER          PIC 9(7).
           05  WS-ITEM-DAYS             PIC S9(5) COMP-3.
           05  WS-PURCHASE-DAY-SUM      PIC S9(11)V99 COMP-3.
           05  WS-CASHADV-DAY-SUM       PIC S9(11)V99 COMP-3.
           05  WS-FEE-DAY-SUM           PIC S9(11)V99 COMP-3.
           05  WS-FRAUD-ADB             PIC S9(8)V99 COMP-3.
           05  WS-BUCKET-SHARE          PIC S9(8)V99 COMP-3.

      *----------------------------------------------------------------*
      * PER-CLAIM TOTALS FOR THIS RUN                                  *
      *----------------------------------------------------------------*
       01  WS-CLAIM-TOTALS.
           05  WS-CLAIM-ITEM-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CLAIM-DISPUTED        PIC 9(5) VALUE ZERO.
           05  WS-CLAIM-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CLAIM-INTEREST        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-CLAIM-POINTS          PIC S9(9) COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ           PIC 9(7) VALUE ZERO.
           05  WS-CLAIMS-CREDITED       PIC 9(7) VALUE ZERO.
           05  WS-CLAIMS-CLOSED         PIC 9(7) VALUE ZERO.
           05  WS-CLAIMS-HELD           PIC 9(7) VALUE ZERO.
           05  WS-CLAIMS-FAILED         PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-CREDITED        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-DISPUTED        PIC 9(7) VALUE ZERO.
           05  WS-POINTS-REVERSED       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-AMOUNT-CREDITED       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-INTEREST-CREDITED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-GROUP-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-GROUP-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'LOST/STOLEN CARD FRAUD LOSS REPORT'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'BATCH ID: '.
           05  HDR-BATCH-ID             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(21) VALUE
               'CLAIM WINDOW (DAYS): '.
           05  HDR-WINDOW-DAYS          PIC ZZ9.
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  SEC-HEADER-LINE.
           05  SEC-HEADER-TEXT          PIC X(50).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  HDR-CLAIM.
           05  FILLER                   PIC X(11) VALUE 'CLAIM'.
           05  FILLER                   PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(18) VALUE 'LOST AT'.
           05  FILLER                   PIC X(6)  VALUE 'ITEMS'.
           05  FILLER                   PIC X(16) VALUE 'CREDITED'.
           05  FILLER                   PIC X(11) VALUE 'INTEREST'.
           05  FILLER                   PIC X(10) VALUE 'POINTS'.
           05  FILLER                   PIC X(5)  VALUE 'DISP'.
           05  FILLER                   PIC X(20) VALUE 'RESULT'.
           05  FILLER                   PIC X(9)  VALUE SPACES.

       01  CLM-LINE.
           05  CLM-CLAIM-ID             PIC 9(9).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-CARD-NUMBER          PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-LOST-DATE            PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  CLM-LOST-HH              PIC X(2).
           05  FILLER                   PIC X(1)  VALUE ':'.
           05  CLM-LOST-MM              PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-ITEMS                PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-INTEREST             PIC $$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-POINTS               PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-DISPUTED             PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CLM-RESULT               PIC X(20).
           05  FILLER                   PIC X(5)  VALUE SPACES.

       01  HDR-LOSS.
           05  FILLER                   PIC X(12) VALUE 'MERCHANT'.
           05  FILLER                   PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(12) VALUE 'TRAN DATE'.
           05  FILLER                   PIC X(12) VALUE 'POSTED'.
           05  FILLER                   PIC X(10) VALUE 'TYPE'.
           05  FILLER                   PIC X(16) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(10) VALUE 'POINTS'.
           05  FILLER                   PIC X(9)  VALUE 'CLAIM'.
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  LOSS-LINE.
           05  LOSS-MERCHANT            PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-CARD-NUMBER         PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-ACCOUNT             PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-TRAN-DATE           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-POSTED-DATE         PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-TRAN-TYPE           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-AMOUNT              PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-POINTS              PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LOSS-CLAIM-ID            PIC 9(9).
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  GROUP-TOTAL-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  GRP-LABEL                PIC X(10).
           05  GRP-KEY                  PIC X(16).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'ITEMS: '.
           05  GRP-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  GRP-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(46) VALUE SPACES.

       01  SUM-FRAUD-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'FRAUD CLAIM SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-FRAUD-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  SUM-FRAUD-AMOUNT-LINE.
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
           PERFORM 2000-PROCESS-ONE-CLAIM UNTIL END-OF-CLAIMS
           PERFORM 2600-REPORT-LOSS-BY-MERCHANT
           PERFORM 2700-REPORT-LOSS-BY-CARD
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT FRAUD-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           WRITE FRAUD-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE WS-CLAIM-WINDOW-DAYS TO HDR-WINDOW-DAYS
           WRITE FRAUD-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE FRAUD-REPORT-LINE FROM HDR-LINE-3 AFTER 1

           MOVE 'FRAUD CLAIMS WORKED THIS RUN' TO SEC-HEADER-TEXT
           WRITE FRAUD-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE FRAUD-REPORT-LINE FROM HDR-CLAIM AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'FRAUD CLAIM PROCESSING STARTING'
           DISPLAY 'BATCH ID:     ' WS-BATCH-ID
           DISPLAY 'CLAIM WINDOW: ' WS-CLAIM-WINDOW-DAYS ' DAYS'
           DISPLAY '=============================================='

           MOVE WS-RUN-DATE TO SQL-CLAIM-RUN-DATE
           MOVE WS-CLAIM-WINDOW-DAYS TO SQL-CLAIM-WINDOW-DAYS

      *    WITH HOLD - EACH CLAIM COMMITS ITS OWN UNIT OF WORK      *
      *    BELOW. THE WINDOW FLAG SAYS WHETHER THIS RUN IS THE ONE  *
      *    THAT CLOSES THE CLAIM.                                   *
           EXEC SQL
               DECLARE CLAIM-CURSOR CURSOR WITH HOLD FOR
               SELECT C.CLAIM_ID,
                      C.CARD_NUMBER,
                      C.ACCOUNT_NUMBER,
                      CHAR(C.LOST_TIMESTAMP),
                      A.ACCOUNT_STATUS,
                      CASE
                        WHEN DATE(C.OPENED_TIMESTAMP)
                             + :SQL-CLAIM-WINDOW-DAYS DAYS
                             <= DATE(:SQL-CLAIM-RUN-DATE)
                        THEN 'Y'
                        ELSE 'N'
                      END
               FROM   FRAUD_CLAIM C
                      INNER JOIN CREDIT_ACCOUNT A
                        ON  A.ACCOUNT_NUMBER = C.ACCOUNT_NUMBER
               WHERE  C.CLAIM_STATUS = 'O'
               ORDER BY C.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN CLAIM-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-FRAUD-RUN
           END-IF

           PERFORM 1100-FETCH-CLAIM.

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
                       IF CTL-FRAUD-WINDOW-DAYS IS NUMERIC
                          AND CTL-FRAUD-WINDOW-DAYS NOT = ZERO
                           MOVE CTL-FRAUD-WINDOW-DAYS
                                TO WS-CLAIM-WINDOW-DAYS
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

       1100-FETCH-CLAIM.
           EXEC SQL
               FETCH CLAIM-CURSOR
               INTO :SQL-FRDC-CLAIM-ID,
                    :SQL-FRDC-CARD-NUMBER,
                    :SQL-FRDC-ACCOUNT,
                    :SQL-FRDC-LOST-TIMESTAMP,
                    :SQL-CLAIM-ACCT-STATUS,
                    :SQL-CLAIM-WINDOW-FLAG
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-CLAIM-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-CLAIM-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-FRAUD-RUN
           END-EVALUATE.

      *================================================================*
      * ONE OPEN CLAIM - HOLD IT IF NO FUNDS MAY MOVE ON THE ACCOUNT,  *
      * OTHERWISE CREDIT WHAT HAS POSTED SINCE THE LOST POINT          *
      *================================================================*
       2000-PROCESS-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE 'N' TO WS-CLAIM-FAILED-FLAG
           MOVE 'N' TO WS-TABLE-FULL-FLAG
           MOVE ZERO TO WS-CLAIM-ITEM-COUNT
           MOVE ZERO TO WS-CLAIM-DISPUTED
           MOVE ZERO TO WS-CLAIM-AMOUNT
           MOVE ZERO TO WS-CLAIM-INTEREST
           MOVE ZERO TO WS-CLAIM-POINTS

           EVALUATE TRUE
               WHEN SQL-CLAIM-ACCT-STATUS = 'B'
                   MOVE 'HELD - SANCTIONS' TO WS-CLAIM-RESULT
                   ADD 1 TO WS-CLAIMS-HELD
               WHEN SQL-CLAIM-ACCT-STATUS = 'Z'
                   MOVE 'HELD - CHARGED OFF' TO WS-CLAIM-RESULT
                   ADD 1 TO WS-CLAIMS-HELD
               WHEN OTHER
                   PERFORM 2100-CREDIT-CLAIM
           END-EVALUATE

           PERFORM 7000-WRITE-CLAIM-LINE

           PERFORM 1100-FETCH-CLAIM.

      *----------------------------------------------------------------*
      * CREDIT ONE CLAIM AS A SINGLE UNIT OF WORK. THE ACCOUNT'S       *
      * BALANCES ARE READ ONCE, RELIEVED CHARGE BY CHARGE IN STORAGE   *
      * (EACH FRAUDCR ROW CARRIES ITS OWN BALANCE_AFTER) AND WRITTEN   *
      * BACK ONCE. ANY DB2 FAILURE ROLLS THE WHOLE CLAIM BACK AND      *
      * LEAVES IT OPEN FOR THE NEXT RUN.                               *
      *----------------------------------------------------------------*
       2100-CREDIT-CLAIM.
           PERFORM 2110-READ-ACCOUNT

           IF NOT WS-CLAIM-FAILED
               PERFORM 2200-OPEN-CLAIM-ITEMS
               PERFORM 2220-CREDIT-ONE-ITEM
                   UNTIL END-OF-CLAIM-ITEMS
                      OR WS-CLAIM-FAILED
                      OR WS-ITEM-TABLE-FULL
               PERFORM 2240-CLOSE-CLAIM-ITEMS
           END-IF

           IF NOT WS-CLAIM-FAILED AND WS-CLAIM-ITEM-COUNT > ZERO
               PERFORM 2300-REVERSE-FINANCE-CHARGES
           END-IF

           IF NOT WS-CLAIM-FAILED AND WS-CLAIM-ITEM-COUNT > ZERO
               PERFORM 2400-UPDATE-ACCOUNT-BALANCES
           END-IF

           IF NOT WS-CLAIM-FAILED
               PERFORM 2500-UPDATE-CLAIM
           END-IF

           IF WS-CLAIM-FAILED
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS-CLAIMS-FAILED
               MOVE ZERO TO WS-CLAIM-ITEM-COUNT
               MOVE ZERO TO WS-CLAIM-AMOUNT
               MOVE ZERO TO WS-CLAIM-INTEREST
               MOVE ZERO TO WS-CLAIM-POINTS
               MOVE 'FAILED - ROLLED BACK' TO WS-CLAIM-RESULT
               DISPLAY 'ERROR: Fraud claim ' SQL-FRDC-CLAIM-ID
                       ' rolled back - left open for the next run'
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               PERFORM 2150-SET-CLAIM-RESULT
               ADD WS-CLAIM-ITEM-COUNT TO WS-ITEMS-CREDITED
               ADD WS-CLAIM-DISPUTED TO WS-ITEMS-DISPUTED
               ADD WS-CLAIM-AMOUNT TO WS-AMOUNT-CREDITED
               ADD WS-CLAIM-INTEREST TO WS-INTEREST-CREDITED
               ADD WS-CLAIM-POINTS TO WS-POINTS-REVERSED
           END-IF.

       2110-READ-ACCOUNT.
           MOVE SQL-FRDC-ACCOUNT TO SQL-ACCOUNT-NUMBER

           EXEC SQL
               SELECT CURRENT_BALANCE,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               INTO  :SQL-CURRENT-BALANCE,
                     :SQL-PURCHASE-BALANCE,
                     :SQL-CASHADV-BALANCE,
                     :SQL-FEE-BALANCE,
                     :SQL-BALXFER-BALANCE
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           END-IF.

       2150-SET-CLAIM-RESULT.
           IF WS-CLAIM-ITEM-COUNT > ZERO
               ADD 1 TO WS-CLAIMS-CREDITED
           END-IF

           EVALUATE TRUE
               WHEN SQL-FRDC-PROCESSED AND WS-CLAIM-ITEM-COUNT > ZERO
                   MOVE 'CREDITED - CLOSED' TO WS-CLAIM-RESULT
               WHEN SQL-FRDC-PROCESSED
                   MOVE 'WINDOW ENDED' TO WS-CLAIM-RESULT
               WHEN WS-ITEM-TABLE-FULL
                   MOVE 'CREDITED - MORE NEXT' TO WS-CLAIM-RESULT
               WHEN WS-CLAIM-ITEM-COUNT > ZERO
                   MOVE 'CREDITED' TO WS-CLAIM-RESULT
               WHEN OTHER
                   MOVE 'NOTHING NEW' TO WS-CLAIM-RESULT
           END-EVALUATE

           IF SQL-FRDC-PROCESSED
               ADD 1 TO WS-CLAIMS-CLOSED
           END-IF.

      *----------------------------------------------------------------*
      * THE CHARGES THE CLAIM COVERS: EVERY PURCHASE AND CASH ADVANCE  *
      * ON THE CARD NUMBER DATED AFTER THE LOST DAY, AND ON THE LOST   *
      * DAY ITSELF EVERY ONE AUTHORIZED AT OR AFTER THE LOST TIME.     *
      * A FORCE POST ON THE LOST DAY (AUTH_ID ZERO) HAS NO TIME TO     *
      * TEST AND IS GIVEN TO THE CARDHOLDER. THE FOREIGN, CASH-ADVANCE *
      * AND OVERLIMIT FEES THOSE CHARGES RAISED FOLLOW THEM - A FEE    *
      * ROW QUALIFIES WHEN A QUALIFYING CHARGE SHARES ITS MERCHANT AND *
      * DATE. ROWS ALREADY ON FRAUD_CLAIM_ITEM ARE SKIPPED; ROWS UNDER *
      * A LIVE OR CARDHOLDER-RESOLVED DISPUTE ARE FLAGGED AND LEFT.    *
      *----------------------------------------------------------------*
       2200-OPEN-CLAIM-ITEMS.
           EXEC SQL
               DECLARE ITEM-CURSOR CURSOR FOR
               SELECT T.TRAN_ID,
                      T.TRANSACTION_TYPE,
                      T.AMOUNT,
                      T.MERCHANT_ID,
                      CHAR(T.ORIGINAL_TRAN_DATE),
                      SUBSTR(CHAR(T.TRANSACTION_DATE), 1, 10),
                      COALESCE(T.REWARD_POINTS, 0),
                      CASE
                        WHEN T.REWARD_POINTS IS NULL THEN 'N'
                        ELSE 'Y'
                      END,
                      CASE
                        WHEN EXISTS
                             (SELECT 1
                              FROM   DISPUTE_CASE D
                              WHERE  D.ACCOUNT_NUMBER =
                                     T.ACCOUNT_NUMBER
                                AND  D.MERCHANT_ID = T.MERCHANT_ID
                                AND  D.TRAN_DATE =
                                     T.ORIGINAL_TRAN_DATE
                                AND  D.AMOUNT = T.AMOUNT
                                AND  D.STATUS IN ('OPEN    ',
                                                  'REPRESNT',
                                                  'RESCHLDR'))
                        THEN 'Y'
                        ELSE 'N'
                      END
               FROM   TRANSACTION_LOG T
               WHERE  T.CARD_NUMBER = :SQL-FRDC-CARD-NUMBER
                 AND  T.ACCOUNT_NUMBER = :SQL-FRDC-ACCOUNT
                 AND  T.TRANSACTION_TYPE IN
                      ('PURCHASE', 'CASHADV', 'FORFEE', 'CASHFEE',
                       'OVLMTFEE')
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   FRAUD_CLAIM_ITEM I
                       WHERE  I.TRAN_ID = T.TRAN_ID)
                 AND  (T.ORIGINAL_TRAN_DATE >
                       DATE(TIMESTAMP(:SQL-FRDC-LOST-TIMESTAMP))
                   OR  (T.ORIGINAL_TRAN_DATE =
                        DATE(TIMESTAMP(:SQL-FRDC-LOST-TIMESTAMP))
                    AND EXISTS
                        (SELECT 1
                         FROM   TRANSACTION_LOG P
                         WHERE  P.CARD_NUMBER = T.CARD_NUMBER
                           AND  P.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
                           AND  P.MERCHANT_ID = T.MERCHANT_ID
                           AND  P.ORIGINAL_TRAN_DATE =
                                T.ORIGINAL_TRAN_DATE
                           AND  P.TRANSACTION_TYPE IN
                                ('PURCHASE', 'CASHADV')
                           AND  (P.TRAN_ID = T.TRAN_ID
                             OR  T.TRANSACTION_TYPE NOT IN
                                 ('PURCHASE', 'CASHADV'))
                           AND  (COALESCE(P.AUTH_ID, 0) = 0
                             OR  EXISTS
                                 (SELECT 1
                                  FROM   AUTHORIZATION_LOG L
                                  WHERE  L.AUTH_ID = P.AUTH_ID
                                    AND  L.AUTH_TIMESTAMP >=
                                         TIMESTAMP(
                                         :SQL-FRDC-LOST-TIMESTAMP))))))
               ORDER BY T.TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN ITEM-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
               MOVE 'Y' TO WS-ITEM-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-ITEM-EOF-FLAG
               MOVE '9999-12-31' TO SQL-FIRST-POSTED-DATE
               PERFORM 2210-FETCH-CLAIM-ITEM
           END-IF.

       2210-FETCH-CLAIM-ITEM.
           EXEC SQL
               FETCH ITEM-CURSOR
               INTO :SQL-FRDI-TRAN-ID,
                    :SQL-FRDI-TRAN-TYPE,
                    :SQL-FRDI-AMOUNT,
                    :SQL-FRDI-MERCHANT,
                    :SQL-FRDI-TRAN-DATE,
                    :SQL-FRDI-POSTED-DATE,
                    :SQL-ITEM-POINTS,
                    :SQL-ITEM-POINTS-FLAG,
                    :SQL-ITEM-DISPUTED-FLAG
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ITEM-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   SET WS-CLAIM-FAILED TO TRUE
                   MOVE 'Y' TO WS-ITEM-EOF-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CREDIT ONE CHARGE: RECORD IT ON THE CLAIM, RELIEVE THE         *
      * BALANCE, LOG THE FRAUDCR POSTING AND UNDO ITS REWARDS POINTS   *
      *----------------------------------------------------------------*
       2220-CREDIT-ONE-ITEM.
           EVALUATE TRUE
               WHEN SQL-ITEM-IN-DISPUTE
                   ADD 1 TO WS-CLAIM-DISPUTED
               WHEN WS-CLAIM-ITEM-COUNT NOT < WS-ITEM-TABLE-MAX
                   SET WS-ITEM-TABLE-FULL TO TRUE
               WHEN OTHER
                   PERFORM 2230-RECORD-CLAIM-ITEM
                   IF NOT WS-CLAIM-FAILED
                       PERFORM 8100-RELIEVE-OWN-BUCKET
                       PERFORM 8120-RELIEVE-BUCKETS
                       PERFORM 8300-LOG-ITEM-CREDIT
                   END-IF
                   IF NOT WS-CLAIM-FAILED
                       PERFORM 8400-REVERSE-ITEM-POINTS
                   END-IF
                   IF NOT WS-CLAIM-FAILED
                       PERFORM 2235-TABLE-CLAIM-ITEM
                   END-IF
           END-EVALUATE

           IF NOT WS-ITEM-TABLE-FULL AND NOT WS-CLAIM-FAILED
               PERFORM 2210-FETCH-CLAIM-ITEM
           END-IF.

      *----------------------------------------------------------------*
      * THE CLAIM ITEM - TRAN_ID IS UNIQUE ON FRAUD_CLAIM_ITEM, SO THE *
      * SAME CHARGE CAN NEVER BE CREDITED TWICE. THE BUCKET IS THE     *
      * ONE CCARDPROC POSTED THE CHARGE TO.                            *
      *----------------------------------------------------------------*
       2230-RECORD-CLAIM-ITEM.
           MOVE SQL-FRDC-CLAIM-ID TO SQL-FRDI-CLAIM-ID
           MOVE SQL-FRDC-ACCOUNT TO SQL-FRDI-ACCOUNT
           MOVE SQL-FRDC-CARD-NUMBER TO SQL-FRDI-CARD-NUMBER
           MOVE WS-BATCH-ID TO SQL-FRDI-BATCH-ID
           IF SQL-ITEM-POINTS-STAMPED
               MOVE SQL-ITEM-POINTS TO SQL-FRDI-POINTS
           ELSE
               MOVE ZERO TO SQL-FRDI-POINTS
           END-IF

           EVALUATE SQL-FRDI-TRAN-TYPE
               WHEN 'PURCHASE'
                   SET SQL-FRDI-PURCHASE-BUCKET TO TRUE
               WHEN 'CASHADV'
                   SET SQL-FRDI-CASH-BUCKET TO TRUE
               WHEN OTHER
                   SET SQL-FRDI-FEE-BUCKET TO TRUE
           END-EVALUATE

           EXEC SQL
               INSERT INTO FRAUD_CLAIM_ITEM
                   (CLAIM_ID,
                    TRAN_ID,
                    ACCOUNT_NUMBER,
                    CARD_NUMBER,
                    TRANSACTION_TYPE,
                    AMOUNT,
                    MERCHANT_ID,
                    TRAN_DATE,
                    POSTED_DATE,
                    BALANCE_BUCKET,
                    REWARD_POINTS,
                    BATCH_ID,
                    CREDITED_TIMESTAMP)
               VALUES
                   (:SQL-FRDI-CLAIM-ID,
                    :SQL-FRDI-TRAN-ID,
                    :SQL-FRDI-ACCOUNT,
                    :SQL-FRDI-CARD-NUMBER,
                    :SQL-FRDI-TRAN-TYPE,
                    :SQL-FRDI-AMOUNT,
                    :SQL-FRDI-MERCHANT,
                    :SQL-FRDI-TRAN-DATE,
                    :SQL-FRDI-POSTED-DATE,
                    :SQL-FRDI-BUCKET,
                    :SQL-FRDI-POINTS,
                    :SQL-FRDI-BATCH-ID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP THE CREDITED CHARGE FOR THE FINANCE CHARGE REVERSAL AND   *
      * ROLL IT INTO THE CLAIM'S TOTALS                                *
      *----------------------------------------------------------------*
       2235-TABLE-CLAIM-ITEM.
           ADD 1 TO WS-CLAIM-ITEM-COUNT
           ADD SQL-FRDI-AMOUNT TO WS-CLAIM-AMOUNT
           ADD SQL-FRDI-POINTS TO WS-CLAIM-POINTS

           SET WS-ITEM-IDX TO WS-CLAIM-ITEM-COUNT
           MOVE SQL-FRDI-BUCKET TO WS-TBL-BUCKET (WS-ITEM-IDX)
           MOVE SQL-FRDI-AMOUNT TO WS-TBL-AMOUNT (WS-ITEM-IDX)
           MOVE SQL-FRDI-POSTED-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE SQL-FRDI-POSTED-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE SQL-FRDI-POSTED-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-TBL-POSTED-INTEGER (WS-ITEM-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           IF SQL-FRDI-POSTED-DATE < SQL-FIRST-POSTED-DATE
               MOVE SQL-FRDI-POSTED-DATE TO SQL-FIRST-POSTED-DATE
           END-IF.

       2240-CLOSE-CLAIM-ITEMS.
           EXEC SQL
               CLOSE ITEM-CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      * FINANCE CHARGE REVERSAL. EVERY ACCRUAL CCARDFIN RECORDED AFTER *
      * THE FIRST CREDITED CHARGE POSTED IS REVISITED: THE CHARGES'    *
      * DAYS ON THE BOOKS THAT CYCLE GIVE THEIR OWN AVERAGE DAILY      *
      * BALANCE PER BUCKET, AND THAT SHARE OF THE BUCKET'S AVERAGE     *
      * DAILY BALANCE IS THE SHARE OF THE BUCKET'S CHARGE REVERSED.    *
      * THE TOTAL POSTS AS ONE FRAUDCR ROW TAGGED FINCHRG, RELIEVING   *
      * THE FEE/INTEREST BUCKET FIRST.                                 *
      *----------------------------------------------------------------*
       2300-REVERSE-FINANCE-CHARGES.
           EXEC SQL
               DECLARE FCH-CURSOR CURSOR FOR
               SELECT CHAR(ACCRUAL_DATE),
                      CHAR(CYCLE_START_DATE),
                      CYCLE_DAYS,
                      PURCHASE_ADB,
                      CASHADV_ADB,
                      FEE_ADB,
                      PURCHASE_CHARGE,
                      CASHADV_CHARGE,
                      FEE_CHARGE
               FROM   FINANCE_CHARGE_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-FRDC-ACCOUNT
                 AND  ACCRUAL_DATE > DATE(:SQL-FIRST-POSTED-DATE)
               ORDER BY ACCRUAL_DATE
           END-EXEC

           EXEC SQL
               OPEN FCH-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-FCH-EOF-FLAG
               PERFORM 2310-FETCH-ACCRUAL
               PERFORM 2320-REVERSE-ONE-ACCRUAL
                   UNTIL END-OF-ACCRUALS
               EXEC SQL
                   CLOSE FCH-CURSOR
               END-EXEC
           END-IF

           IF NOT WS-CLAIM-FAILED AND WS-CLAIM-INTEREST > ZERO
               PERFORM 8130-RELIEVE-FEE-FIRST
               PERFORM 8350-LOG-INTEREST-CREDIT
           END-IF.

       2310-FETCH-ACCRUAL.
           EXEC SQL
               FETCH FCH-CURSOR
               INTO :SQL-FCH-ACCRUAL-DATE,
                    :SQL-FCH-CYCLE-START,
                    :SQL-FCH-CYCLE-DAYS,
                    :SQL-FCH-PURCHASE-ADB,
                    :SQL-FCH-CASHADV-ADB,
                    :SQL-FCH-FEE-ADB,
                    :SQL-FCH-PURCHASE-CHARGE,
                    :SQL-FCH-CASHADV-CHARGE,
                    :SQL-FCH-FEE-CHARGE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-FCH-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   SET WS-CLAIM-FAILED TO TRUE
                   MOVE 'Y' TO WS-FCH-EOF-FLAG
           END-EVALUATE.

       2320-REVERSE-ONE-ACCRUAL.
           MOVE SQL-FCH-ACCRUAL-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE SQL-FCH-ACCRUAL-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE SQL-FCH-ACCRUAL-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-ACCRUAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE SQL-FCH-CYCLE-START(1:4) TO WS-DATE-NUM(1:4)
           MOVE SQL-FCH-CYCLE-START(6:2) TO WS-DATE-NUM(5:2)
           MOVE SQL-FCH-CYCLE-START(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE ZERO TO WS-PURCHASE-DAY-SUM
           MOVE ZERO TO WS-CASHADV-DAY-SUM
           MOVE ZERO TO WS-FEE-DAY-SUM
           PERFORM 2330-ADD-ITEM-DAYS
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-CLAIM-ITEM-COUNT

           IF SQL-FCH-CYCLE-DAYS > ZERO
               COMPUTE WS-FRAUD-ADB ROUNDED =
                       WS-PURCHASE-DAY-SUM / SQL-FCH-CYCLE-DAYS
               IF SQL-FCH-PURCHASE-ADB > ZERO
                   IF WS-FRAUD-ADB NOT < SQL-FCH-PURCHASE-ADB
                       MOVE SQL-FCH-PURCHASE-CHARGE TO WS-BUCKET-SHARE
                   ELSE
                       COMPUTE WS-BUCKET-SHARE ROUNDED =
                               SQL-FCH-PURCHASE-CHARGE * WS-FRAUD-ADB
                               / SQL-FCH-PURCHASE-ADB
                   END-IF
                   ADD WS-BUCKET-SHARE TO WS-CLAIM-INTEREST
               END-IF

               COMPUTE WS-FRAUD-ADB ROUNDED =
                       WS-CASHADV-DAY-SUM / SQL-FCH-CYCLE-DAYS
               IF SQL-FCH-CASHADV-ADB > ZERO
                   IF WS-FRAUD-ADB NOT < SQL-FCH-CASHADV-ADB
                       MOVE SQL-FCH-CASHADV-CHARGE TO WS-BUCKET-SHARE
                   ELSE
                       COMPUTE WS-BUCKET-SHARE ROUNDED =
                               SQL-FCH-CASHADV-CHARGE * WS-FRAUD-ADB
                               / SQL-FCH-CASHADV-ADB
                   END-IF
                   ADD WS-BUCKET-SHARE TO WS-CLAIM-INTEREST
               END-IF

               COMPUTE WS-FRAUD-ADB ROUNDED =
                       WS-FEE-DAY-SUM / SQL-FCH-CYCLE-DAYS
               IF SQL-FCH-FEE-ADB > ZERO
                   IF WS-FRAUD-ADB NOT < SQL-FCH-FEE-ADB
                       MOVE SQL-FCH-FEE-CHARGE TO WS-BUCKET-SHARE
                   ELSE
                       COMPUTE WS-BUCKET-SHARE ROUNDED =
                               SQL-FCH-FEE-CHARGE * WS-FRAUD-ADB
                               / SQL-FCH-FEE-ADB
                   END-IF
                   ADD WS-BUCKET-SHARE TO WS-CLAIM-INTEREST
               END-IF
           END-IF

           PERFORM 2310-FETCH-ACCRUAL.

      *----------------------------------------------------------------*
      * ONE CHARGE'S DAYS ON THE BOOKS IN THIS CYCLE - FROM ITS        *
      * POSTING DATE (OR THE WHOLE CYCLE IF IT POSTED BEFORE THE       *
      * CYCLE STARTED) TO THE ACCRUAL DATE, COUNTED THE WAY CCARDFIN   *
      * ROLLS ITS DAILY BALANCES: A CHARGE POSTED YESTERDAY COUNTS     *
      * ONE DAY                                                        *
      *----------------------------------------------------------------*
       2330-ADD-ITEM-DAYS.
           MOVE WS-TBL-POSTED-INTEGER (WS-ITEM-IDX)
                TO WS-POSTED-INTEGER

           IF WS-POSTED-INTEGER < WS-ACCRUAL-INTEGER
               IF WS-POSTED-INTEGER < WS-START-INTEGER
                   MOVE SQL-FCH-CYCLE-DAYS TO WS-ITEM-DAYS
               ELSE
                   COMPUTE WS-ITEM-DAYS =
                           WS-ACCRUAL-INTEGER - WS-POSTED-INTEGER
               END-IF
               IF WS-ITEM-DAYS > SQL-FCH-CYCLE-DAYS
                   MOVE SQL-FCH-CYCLE-DAYS TO WS-ITEM-DAYS
               END-IF

               EVALUATE WS-TBL-BUCKET (WS-ITEM-IDX)
                   WHEN 'PU'
                       COMPUTE WS-PURCHASE-DAY-SUM =
                               WS-PURCHASE-DAY-SUM
                             + WS-TBL-AMOUNT (WS-ITEM-IDX)
                             * WS-ITEM-DAYS
                   WHEN 'CA'
                       COMPUTE WS-CASHADV-DAY-SUM =
                               WS-CASHADV-DAY-SUM
                             + WS-TBL-AMOUNT (WS-ITEM-IDX)
                             * WS-ITEM-DAYS
                   WHEN OTHER
                       COMPUTE WS-FEE-DAY-SUM =
                               WS-FEE-DAY-SUM
                             + WS-TBL-AMOUNT (WS-ITEM-IDX)
                             * WS-ITEM-DAYS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE THE RELIEVED BALANCES BACK ONCE FOR THE WHOLE CLAIM      *
      *----------------------------------------------------------------*
       2400-UPDATE-ACCOUNT-BALANCES.
           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET CURRENT_BALANCE = :SQL-CURRENT-BALANCE,
                   PURCHASE_BALANCE = :SQL-PURCHASE-BALANCE,
                   CASHADV_BALANCE = :SQL-CASHADV-BALANCE,
                   FEE_BALANCE = :SQL-FEE-BALANCE,
                   BALXFER_BALANCE = :SQL-BALXFER-BALANCE,
                   MODIFIED_DATE = CURRENT TIMESTAMP
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * ROLL THIS RUN'S TOTALS ONTO THE CLAIM. THE RUN AFTER THE       *
      * SETTLEMENT WINDOW ENDS CLOSES IT - UNLESS CHARGES WERE LEFT    *
      * FOR THE NEXT RUN BECAUSE THE ITEM TABLE FILLED.                *
      *----------------------------------------------------------------*
       2500-UPDATE-CLAIM.
           SET SQL-FRDC-OPEN TO TRUE
           IF SQL-CLAIM-WINDOW-CLOSED AND NOT WS-ITEM-TABLE-FULL
               SET SQL-FRDC-PROCESSED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO SQL-FRDC-PROCESSED-DATE
           MOVE WS-CLAIM-ITEM-COUNT TO SQL-FRDC-ITEM-COUNT
           MOVE WS-CLAIM-AMOUNT TO SQL-FRDC-AMOUNT-CREDITED
           MOVE WS-CLAIM-INTEREST TO SQL-FRDC-INTEREST-CREDITED
           MOVE WS-CLAIM-POINTS TO SQL-FRDC-POINTS-REVERSED

           EXEC SQL
               UPDATE FRAUD_CLAIM
               SET CLAIM_STATUS = :SQL-FRDC-STATUS,
                   PROCESSED_DATE = CASE
                       WHEN :SQL-FRDC-STATUS = 'P'
                       THEN DATE(:SQL-FRDC-PROCESSED-DATE)
                       ELSE PROCESSED_DATE
                   END,
                   ITEM_COUNT = ITEM_COUNT + :SQL-FRDC-ITEM-COUNT,
                   AMOUNT_CREDITED = AMOUNT_CREDITED
                                   + :SQL-FRDC-AMOUNT-CREDITED,
                   INTEREST_CREDITED = INTEREST_CREDITED
                                   + :SQL-FRDC-INTEREST-CREDITED,
                   POINTS_REVERSED = POINTS_REVERSED
                                   + :SQL-FRDC-POINTS-REVERSED
               WHERE CLAIM_ID = :SQL-FRDC-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           END-IF.

      *================================================================*
      * FRAUD LOSS BY MERCHANT - EVERY CHARGE CREDITED THIS RUN, WITH  *
      * A SUBTOTAL PER MERCHANT, FOR THE FRAUD TEAM'S COMPROMISE       *
      * ANALYSIS                                                       *
      *================================================================*
       2600-REPORT-LOSS-BY-MERCHANT.
           MOVE 'FRAUD LOSS BY MERCHANT' TO SEC-HEADER-TEXT
           WRITE FRAUD-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE FRAUD-REPORT-LINE FROM HDR-LOSS AFTER 1
           MOVE 'MERCHANT' TO WS-SECTION-LABEL

           EXEC SQL
               DECLARE MERCH-LOSS-CURSOR CURSOR FOR
               SELECT MERCHANT_ID,
                      CARD_NUMBER,
                      ACCOUNT_NUMBER,
                      CHAR(TRAN_DATE),
                      CHAR(POSTED_DATE),
                      TRANSACTION_TYPE,
                      AMOUNT,
                      REWARD_POINTS,
                      CLAIM_ID
               FROM   FRAUD_CLAIM_ITEM
               WHERE  BATCH_ID = :WS-BATCH-ID
               ORDER BY MERCHANT_ID, CARD_NUMBER, TRAN_DATE, TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN MERCH-LOSS-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-FRAUD-RUN
           END-IF

           MOVE 'Y' TO WS-FIRST-LOSS-FLAG
           PERFORM 2610-FETCH-MERCHANT-LOSS
           PERFORM 2650-REPORT-LOSS-ITEM UNTIL END-OF-LOSS-ITEMS

           IF NOT WS-FIRST-LOSS-ITEM
               PERFORM 2690-WRITE-GROUP-TOTAL
           END-IF

           EXEC SQL
               CLOSE MERCH-LOSS-CURSOR
           END-EXEC.

       2610-FETCH-MERCHANT-LOSS.
           EXEC SQL
               FETCH MERCH-LOSS-CURSOR
               INTO :SQL-FRDI-MERCHANT,
                    :SQL-FRDI-CARD-NUMBER,
                    :SQL-FRDI-ACCOUNT,
                    :SQL-FRDI-TRAN-DATE,
                    :SQL-FRDI-POSTED-DATE,
                    :SQL-FRDI-TRAN-TYPE,
                    :SQL-FRDI-AMOUNT,
                    :SQL-FRDI-POINTS,
                    :SQL-FRDI-CLAIM-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-LOSS-EOF-FLAG
                   MOVE SQL-FRDI-MERCHANT TO WS-LOSS-KEY
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-LOSS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-FRAUD-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ONE LOSS ITEM UNDER WHICHEVER SECTION IS BEING PRINTED - THE   *
      * FETCH PARAGRAPH SETS THE BREAK KEY (MERCHANT OR CARD)          *
      *----------------------------------------------------------------*
       2650-REPORT-LOSS-ITEM.
           IF WS-FIRST-LOSS-ITEM
               MOVE WS-LOSS-KEY TO WS-CURRENT-KEY
               MOVE 'N' TO WS-FIRST-LOSS-FLAG
           END-IF

           IF WS-LOSS-KEY NOT = WS-CURRENT-KEY
               PERFORM 2690-WRITE-GROUP-TOTAL
               MOVE WS-LOSS-KEY TO WS-CURRENT-KEY
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           ADD SQL-FRDI-AMOUNT TO WS-GROUP-AMOUNT
           PERFORM 7100-WRITE-LOSS-LINE

           IF WS-SECTION-LABEL = 'MERCHANT'
               PERFORM 2610-FETCH-MERCHANT-LOSS
           ELSE
               PERFORM 2710-FETCH-CARD-LOSS
           END-IF.

       2690-WRITE-GROUP-TOTAL.
           MOVE WS-SECTION-LABEL TO GRP-LABEL
           MOVE WS-CURRENT-KEY TO GRP-KEY
           MOVE WS-GROUP-COUNT TO GRP-COUNT
           MOVE WS-GROUP-AMOUNT TO GRP-AMOUNT
           WRITE FRAUD-REPORT-LINE FROM GROUP-TOTAL-LINE AFTER 1
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE AFTER 1

           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-AMOUNT.

      *================================================================*
      * FRAUD LOSS BY CARD - THE SAME CHARGES WITH A SUBTOTAL PER      *
      * CARD NUMBER                                                    *
      *================================================================*
       2700-REPORT-LOSS-BY-CARD.
           MOVE 'FRAUD LOSS BY CARD' TO SEC-HEADER-TEXT
           WRITE FRAUD-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE FRAUD-REPORT-LINE FROM HDR-LOSS AFTER 1
           MOVE 'CARD' TO WS-SECTION-LABEL

           EXEC SQL
               DECLARE CARD-LOSS-CURSOR CURSOR FOR
               SELECT MERCHANT_ID,
                      CARD_NUMBER,
                      ACCOUNT_NUMBER,
                      CHAR(TRAN_DATE),
                      CHAR(POSTED_DATE),
                      TRANSACTION_TYPE,
                      AMOUNT,
                      REWARD_POINTS,
                      CLAIM_ID
               FROM   FRAUD_CLAIM_ITEM
               WHERE  BATCH_ID = :WS-BATCH-ID
               ORDER BY CARD_NUMBER, TRAN_DATE, TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN CARD-LOSS-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-FRAUD-RUN
           END-IF

           MOVE 'Y' TO WS-FIRST-LOSS-FLAG
           PERFORM 2710-FETCH-CARD-LOSS
           PERFORM 2650-REPORT-LOSS-ITEM UNTIL END-OF-LOSS-ITEMS

           IF NOT WS-FIRST-LOSS-ITEM
               PERFORM 2690-WRITE-GROUP-TOTAL
           END-IF

           EXEC SQL
               CLOSE CARD-LOSS-CURSOR
           END-EXEC.

       2710-FETCH-CARD-LOSS.
           EXEC SQL
               FETCH CARD-LOSS-CURSOR
               INTO :SQL-FRDI-MERCHANT,
                    :SQL-FRDI-CARD-NUMBER,
                    :SQL-FRDI-ACCOUNT,
                    :SQL-FRDI-TRAN-DATE,
                    :SQL-FRDI-POSTED-DATE,
                    :SQL-FRDI-TRAN-TYPE,
                    :SQL-FRDI-AMOUNT,
                    :SQL-FRDI-POINTS,
                    :SQL-FRDI-CLAIM-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-LOSS-EOF-FLAG
                   MOVE SQL-FRDI-CARD-NUMBER TO WS-LOSS-KEY
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-LOSS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-FRAUD-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WRITE ONE CLAIM LINE                                           *
      *----------------------------------------------------------------*
       7000-WRITE-CLAIM-LINE.
           MOVE SQL-FRDC-CLAIM-ID TO CLM-CLAIM-ID
           MOVE SQL-FRDC-CARD-NUMBER TO CLM-CARD-NUMBER
           MOVE SQL-FRDC-ACCOUNT TO CLM-ACCOUNT
           MOVE SQL-FRDC-LOST-TIMESTAMP(1:10) TO CLM-LOST-DATE
           MOVE SQL-FRDC-LOST-TIMESTAMP(12:2) TO CLM-LOST-HH
           MOVE SQL-FRDC-LOST-TIMESTAMP(15:2) TO CLM-LOST-MM
           MOVE WS-CLAIM-ITEM-COUNT TO CLM-ITEMS
           MOVE WS-CLAIM-AMOUNT TO CLM-AMOUNT
           MOVE WS-CLAIM-INTEREST TO CLM-INTEREST
           MOVE WS-CLAIM-POINTS TO CLM-POINTS
           MOVE WS-CLAIM-DISPUTED TO CLM-DISPUTED
           MOVE WS-CLAIM-RESULT TO CLM-RESULT
           WRITE FRAUD-REPORT-LINE FROM CLM-LINE AFTER 1.

      *----------------------------------------------------------------*
      * WRITE ONE LOSS DETAIL LINE                                     *
      *----------------------------------------------------------------*
       7100-WRITE-LOSS-LINE.
           MOVE SQL-FRDI-MERCHANT TO LOSS-MERCHANT
           MOVE SQL-FRDI-CARD-NUMBER TO LOSS-CARD-NUMBER
           MOVE SQL-FRDI-ACCOUNT TO LOSS-ACCOUNT
           MOVE SQL-FRDI-TRAN-DATE TO LOSS-TRAN-DATE
           MOVE SQL-FRDI-POSTED-DATE TO LOSS-POSTED-DATE
           MOVE SQL-FRDI-TRAN-TYPE TO LOSS-TRAN-TYPE
           MOVE SQL-FRDI-AMOUNT TO LOSS-AMOUNT
           MOVE SQL-FRDI-POINTS TO LOSS-POINTS
           MOVE SQL-FRDI-CLAIM-ID TO LOSS-CLAIM-ID
           WRITE FRAUD-REPORT-LINE FROM LOSS-LINE AFTER 1.

      *----------------------------------------------------------------*
      * A FRAUDULENT CHARGE COMES OFF THE BUCKET IT WAS POSTED TO      *
      * FIRST - PURCHASE, CASH ADVANCE OR FEE - SO A STOLEN CASH       *
      * ADVANCE STOPS ACCRUING AT THE CASH RATE                        *
      *----------------------------------------------------------------*
       8100-RELIEVE-OWN-BUCKET.
           MOVE SQL-FRDI-AMOUNT TO WS-CREDIT-REMAINING
           COMPUTE WS-NEW-BALANCE =
                   SQL-CURRENT-BALANCE - SQL-FRDI-AMOUNT

           EVALUATE TRUE
               WHEN SQL-FRDI-PURCHASE-BUCKET
                   IF SQL-PURCHASE-BALANCE > ZERO
                       IF SQL-PURCHASE-BALANCE NOT < WS-CREDIT-REMAINING
                           SUBTRACT WS-CREDIT-REMAINING
                               FROM SQL-PURCHASE-BALANCE
                           MOVE ZERO TO WS-CREDIT-REMAINING
                       ELSE
                           SUBTRACT SQL-PURCHASE-BALANCE
                               FROM WS-CREDIT-REMAINING
                           MOVE ZERO TO SQL-PURCHASE-BALANCE
                       END-IF
                   END-IF
               WHEN SQL-FRDI-CASH-BUCKET
                   IF SQL-CASHADV-BALANCE > ZERO
                       IF SQL-CASHADV-BALANCE NOT < WS-CREDIT-REMAINING
                           SUBTRACT WS-CREDIT-REMAINING
                               FROM SQL-CASHADV-BALANCE
                           MOVE ZERO TO WS-CREDIT-REMAINING
                       ELSE
                           SUBTRACT SQL-CASHADV-BALANCE
                               FROM WS-CREDIT-REMAINING
                           MOVE ZERO TO SQL-CASHADV-BALANCE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF SQL-FEE-BALANCE > ZERO
                       IF SQL-FEE-BALANCE NOT < WS-CREDIT-REMAINING
                           SUBTRACT WS-CREDIT-REMAINING
                               FROM SQL-FEE-BALANCE
                           MOVE ZERO TO WS-CREDIT-REMAINING
                       ELSE
                           SUBTRACT SQL-FEE-BALANCE
                               FROM WS-CREDIT-REMAINING
                           MOVE ZERO TO SQL-FEE-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WHATEVER THE OWN BUCKET COULD NOT ABSORB (PAID DOWN SINCE)     *
      * RELIEVES PURCHASE, THEN CASH ADVANCE, THEN FEE/INTEREST, THEN  *
      * BALANCE TRANSFER - THE SAME ORDER CCARDPROC APPLIES A REFUND.  *
      * ANY REMAINDER IS A CREDIT BALANCE ON CURRENT_BALANCE ONLY.     *
      *----------------------------------------------------------------*
       8120-RELIEVE-BUCKETS.
           IF WS-CREDIT-REMAINING > ZERO
              AND SQL-PURCHASE-BALANCE > ZERO
               IF SQL-PURCHASE-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM SQL-PURCHASE-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-PURCHASE-BALANCE
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-PURCHASE-BALANCE
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND SQL-CASHADV-BALANCE > ZERO
               IF SQL-CASHADV-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM SQL-CASHADV-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-CASHADV-BALANCE
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-CASHADV-BALANCE
               END-IF
           END-IF

           PERFORM 8125-RELIEVE-FEE-AND-BALXFER.

       8125-RELIEVE-FEE-AND-BALXFER.
           IF WS-CREDIT-REMAINING > ZERO
              AND SQL-FEE-BALANCE > ZERO
               IF SQL-FEE-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM SQL-FEE-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-FEE-BALANCE
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-FEE-BALANCE
               END-IF
           END-IF

           IF WS-CREDIT-REMAINING > ZERO
              AND SQL-BALXFER-BALANCE > ZERO
               IF SQL-BALXFER-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM SQL-BALXFER-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-BALXFER-BALANCE
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-BALXFER-BALANCE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE FINANCE CHARGE REVERSAL UNDOES INTEREST, SO IT RELIEVES    *
      * THE FEE/INTEREST BUCKET FIRST, THEN THE REFUND ORDER - THE     *
      * SAME WAY AN ANNUAL FEE REFUND IS APPLIED                       *
      *----------------------------------------------------------------*
       8130-RELIEVE-FEE-FIRST.
           MOVE WS-CLAIM-INTEREST TO WS-CREDIT-REMAINING
           COMPUTE WS-NEW-BALANCE =
                   SQL-CURRENT-BALANCE - WS-CLAIM-INTEREST

           IF SQL-FEE-BALANCE > ZERO
               IF SQL-FEE-BALANCE NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING FROM SQL-FEE-BALANCE
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT SQL-FEE-BALANCE FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO SQL-FEE-BALANCE
               END-IF
           END-IF

           PERFORM 8120-RELIEVE-BUCKETS.

      *----------------------------------------------------------------*
      * LOG THE FRAUDCR POSTING FOR ONE CHARGE THE WAY CCARDDSP LOGS   *
      * ITS DISPUTE CREDITS - THE ORIGINAL CARD, MERCHANT AND          *
      * TRANSACTION DATE, BALANCE_AFTER AND THE RUN'S BATCH ID - WITH  *
      * THE POINTS IT TAKES BACK CARRIED AS NEGATIVE REWARD_POINTS SO  *
      * THE STATEMENT'S POINTS ACTIVITY SHOWS THE REVERSAL             *
      *----------------------------------------------------------------*
       8300-LOG-ITEM-CREDIT.
           MOVE WS-NEW-BALANCE TO SQL-CURRENT-BALANCE
           MOVE SQL-FRDC-ACCOUNT TO SQL-TRAN-ACCOUNT
           MOVE SQL-FRDC-CARD-NUMBER TO SQL-TRAN-CARD-NUMBER
           MOVE 'FRAUDCR' TO SQL-TRAN-TYPE
           MOVE SQL-FRDI-AMOUNT TO SQL-TRAN-AMOUNT
           MOVE SQL-FRDI-MERCHANT TO SQL-TRAN-MERCHANT
           MOVE SQL-FRDI-TRAN-DATE TO SQL-TRAN-ORIG-DATE
           MOVE WS-NEW-BALANCE TO SQL-BALANCE-AFTER
           MOVE WS-BATCH-ID TO SQL-PROCESSED-BY
           COMPUTE SQL-TRAN-REWARD-POINTS = 0 - SQL-FRDI-POINTS

           PERFORM 8390-INSERT-FRAUD-CREDIT.

      *----------------------------------------------------------------*
      * LOG THE FINANCE CHARGE REVERSAL. THE MERCHANT ID CARRIES THE   *
      * FINCHRG TAG CCARDGLJ AND CCARDFIN KEY THE INTEREST SIDE ON.    *
      *----------------------------------------------------------------*
       8350-LOG-INTEREST-CREDIT.
           MOVE WS-NEW-BALANCE TO SQL-CURRENT-BALANCE
           MOVE SQL-FRDC-ACCOUNT TO SQL-TRAN-ACCOUNT
           MOVE SQL-FRDC-CARD-NUMBER TO SQL-TRAN-CARD-NUMBER
           MOVE 'FRAUDCR' TO SQL-TRAN-TYPE
           MOVE WS-CLAIM-INTEREST TO SQL-TRAN-AMOUNT
           MOVE 'FINCHRG' TO SQL-TRAN-MERCHANT
           MOVE WS-RUN-DATE TO SQL-TRAN-ORIG-DATE
           MOVE WS-NEW-BALANCE TO SQL-BALANCE-AFTER
           MOVE WS-BATCH-ID TO SQL-PROCESSED-BY
           MOVE ZERO TO SQL-TRAN-REWARD-POINTS

           PERFORM 8390-INSERT-FRAUD-CREDIT.

       8390-INSERT-FRAUD-CREDIT.
           EXEC SQL
               INSERT INTO TRANSACTION_LOG
                   (ACCOUNT_NUMBER,
                    CARD_NUMBER,
                    TRANSACTION_TYPE,
                    AMOUNT,
                    MERCHANT_ID,
                    ORIGINAL_TRAN_DATE,
                    TRANSACTION_DATE,
                    BALANCE_AFTER,
                    PROCESSED_BY,
                    REWARD_POINTS)
               VALUES
                   (:SQL-TRAN-ACCOUNT,
                    :SQL-TRAN-CARD-NUMBER,
                    :SQL-TRAN-TYPE,
                    :SQL-TRAN-AMOUNT,
                    :SQL-TRAN-MERCHANT,
                    :SQL-TRAN-ORIG-DATE,
                    CURRENT TIMESTAMP,
                    :SQL-BALANCE-AFTER,
                    :SQL-PROCESSED-BY,
                    :SQL-TRAN-REWARD-POINTS)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               SET WS-CLAIM-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * POINTS THE CHARGE ALREADY EARNED COME OFF THE REWARDS BALANCE  *
      * EXACTLY (AN ACCOUNT WITH NO REWARDS ROW HAS NOTHING TO TAKE    *
      * BACK). A CHARGE CCARDRWD HAS NOT YET ACCRUED IS STAMPED ZERO   *
      * SO IT NEVER EARNS ANY.                                         *
      *----------------------------------------------------------------*
       8400-REVERSE-ITEM-POINTS.
           IF SQL-ITEM-POINTS-STAMPED
               IF SQL-FRDI-POINTS NOT = ZERO
                   EXEC SQL
                       UPDATE REWARDS_ACCOUNT
                       SET POINTS_BALANCE = POINTS_BALANCE
                                            - :SQL-FRDI-POINTS,
                           UPDATED_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE ACCOUNT_NUMBER = :SQL-FRDC-ACCOUNT
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM 9100-HANDLE-DB2-ERROR
                       SET WS-CLAIM-FAILED TO TRUE
                   END-IF
               END-IF
           ELSE
               EXEC SQL
                   UPDATE TRANSACTION_LOG
                   SET REWARD_POINTS = 0
                   WHERE TRAN_ID = :SQL-FRDI-TRAN-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   SET WS-CLAIM-FAILED TO TRUE
               END-IF
           END-IF.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               CLOSE CLAIM-CURSOR
           END-EXEC

           WRITE FRAUD-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-HEADER AFTER 1

           MOVE 'Open Claims Read:' TO SUM-COUNT-LABEL
           MOVE WS-CLAIMS-READ TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Claims Credited:' TO SUM-COUNT-LABEL
           MOVE WS-CLAIMS-CREDITED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Claims Closed:' TO SUM-COUNT-LABEL
           MOVE WS-CLAIMS-CLOSED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Claims Held:' TO SUM-COUNT-LABEL
           MOVE WS-CLAIMS-HELD TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Claims Rolled Back:' TO SUM-COUNT-LABEL
           MOVE WS-CLAIMS-FAILED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Charges Credited:' TO SUM-COUNT-LABEL
           MOVE WS-ITEMS-CREDITED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Charges Left In Dispute:' TO SUM-COUNT-LABEL
           MOVE WS-ITEMS-DISPUTED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Rewards Points Reversed:' TO SUM-COUNT-LABEL
           MOVE WS-POINTS-REVERSED TO SUM-COUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-COUNT-LINE AFTER 1

           MOVE 'Fraud Loss Credited:' TO SUM-AMOUNT-LABEL
           MOVE WS-AMOUNT-CREDITED TO SUM-AMOUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-AMOUNT-LINE AFTER 1

           MOVE 'Finance Charges Reversed:' TO SUM-AMOUNT-LABEL
           MOVE WS-INTEREST-CREDITED TO SUM-AMOUNT-VALUE
           WRITE FRAUD-REPORT-LINE FROM SUM-FRAUD-AMOUNT-LINE AFTER 1

           CLOSE FRAUD-REPORT-FILE

           IF WS-CLAIMS-HELD > ZERO OR WS-CLAIMS-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'FRAUD CLAIM PROCESSING COMPLETE'
           DISPLAY '  Open Claims Read:    ' WS-CLAIMS-READ
           DISPLAY '  Claims Credited:     ' WS-CLAIMS-CREDITED
           DISPLAY '  Claims Closed:       ' WS-CLAIMS-CLOSED
           DISPLAY '  Claims Held:         ' WS-CLAIMS-HELD
           DISPLAY '  Claims Rolled Back:  ' WS-CLAIMS-FAILED
           DISPLAY '  Charges Credited:    ' WS-ITEMS-CREDITED
           DISPLAY '  Fraud Loss Credited: ' WS-AMOUNT-CREDITED
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDFRD' TO SQL-STEP-PROGRAM
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
      * RUN ENDS WITH RETURN CODE 16. CLAIMS COMMIT ONE AT A TIME AND *
      * FRAUD_CLAIM_ITEM KEEPS ANY CHARGE FROM BEING CREDITED TWICE,  *
      * SO A RERUN AFTER THE FIX PICKS UP WHERE THIS ONE STOPPED.     *
      *----------------------------------------------------------------*
       9999-ABEND-FRAUD-RUN.
           DISPLAY '***** FRAUD CLAIM PROCESSING ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE FRAUD-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
