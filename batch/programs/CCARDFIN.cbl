      ******************************************************************
      * PROGRAM: CCARDFIN - FINANCE CHARGE / INTEREST ACCRUAL          *
      * PURPOSE: PERIODIC BATCH STEP THAT SCANS CREDIT_ACCOUNT FOR     *
      *          ACTIVE ACCOUNTS AND GENERATES A FINCHRG TRANSACTION   *
      *          FOR EACH ONE THAT OWES INTEREST. EACH BALANCE BUCKET  *
      *          ACCRUES AT ITS OWN RATE - PURCHASE AND FEE/INTEREST   *
      *          BALANCES AT THE STANDARD RATE, THE CASH-ADVANCE       *
      *          BALANCE AT THE ELEVATED RATE.                         *
      *                                                                *
      *          INTEREST IS CHARGED ON THE AVERAGE DAILY BALANCE OF   *
      *          EACH BUCKET ACROSS THE CYCLE, NOT ON THE ENDING       *
      *          BALANCE. THE BUCKETS ARE ROLLED FORWARD DAY BY DAY    *
      *          FROM THE PRIOR CYCLE'S FINANCE_CHARGE_HISTORY ROW     *
      *          THROUGH THE TRANSACTION_LOG ROWS POSTED SINCE, USING  *
      *          THE SAME BUCKET RULES CCARDPROC POSTS WITH, SO A      *
      *          PAYMENT ON DAY 2 REDUCES THE BALANCE FOR THE REST OF  *
      *          THE CYCLE AND A PURCHASE YESTERDAY COUNTS FOR ONE     *
      *          DAY. CASH ADVANCES ACCRUE FROM THEIR POSTING DATE     *
      *          WITH NO GRACE PERIOD. PURCHASE INTEREST IS WAIVED     *
      *          WHEN THE PRIOR STATEMENT_HISTORY CYCLE'S CLOSING      *
      *          BALANCE WAS PAID IN FULL BY ITS DUE DATE.             *
      *                                                                *
      *          THE BALANCE-TRANSFER BUCKET ACCRUES AT THE RATE OF    *
      *          THE ACCOUNT'S PROMO_OFFER ROW FOR EVERY DAY INSIDE    *
      *          THE OFFER'S START/EXPIRY DATES AND AT THE STANDARD    *
      *          PURCHASE RATE FOR EVERY OTHER DAY, SO AN OFFER THAT   *
      *          EXPIRES MID-CYCLE ROLLS TO THE PURCHASE RATE ON THE   *
      *          DAY AFTER EXPIRY. IT HAS NO GRACE PERIOD.             *
      *                                                                *
      *          SPECIAL HANDLING (SET ON CACM) IS HONOURED: AN        *
      *          ACCOUNT UNDER BANKRUPTCY OR DECEASED HANDLING ON THE  *
      *          RUN DATE IS CALCULATED AND ITS HISTORY ROW KEPT, BUT  *
      *          NO INTEREST IS CHARGED. AN SCRA ACTIVE-DUTY PERIOD    *
      *          OVERLAPPING THE CYCLE CAPS EVERY BUCKET RATE,         *
      *          INCLUDING THE PROMO RATE, AT 6% APR FOR THE CYCLE.    *
      *                                                                *
      *          THE GENERATED TRANSACTIONS ARE WRITTEN TO AN OUTPUT   *
      *          FILE IN THE SAME 80-BYTE TRANREC LAYOUT SO THEY ARE   *
      *          POSTED BY CCARDPROC THROUGH ITS NORMAL EVALUATE/      *
      *          TRANSACTION_LOG PATH - NO SEPARATE POSTING LOGIC.     *
      *          EVERY ACCOUNT'S CALCULATION IS PRINTED ON THE         *
      *          INTEREST CALCULATION REPORT AND KEPT ON               *
      *          FINANCE_CHARGE_HISTORY FOR CARDHOLDER AND EXAMINER    *
      *          ENQUIRIES.                                            *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / CYCLE GROUP)         *
      * OUTPUT:  FINANCE CHARGE TRANSACTION FILE (TRANREC LAYOUT)      *
      *          INTEREST CALCULATION REPORT                           *
      * DATABASE: DB2 CREDIT_ACCOUNT, TRANSACTION_LOG,                 *
      *           STATEMENT_HISTORY, FINANCE_CHARGE_HISTORY,           *
      *           PROMO_OFFER TABLES                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-FINCHG-STATUS.

           SELECT INTEREST-REPORT-FILE ASSIGN TO FINRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       COPY TRANREC.

       FD  INTEREST-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INTEREST-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-SPECIAL-HANDLING     PIC X(1).
               88  SQL-SPECIAL-DECEASED         VALUE 'D'.
               88  SQL-SPECIAL-BANKRUPT         VALUE 'B'.
               88  SQL-SPECIAL-MILITARY         VALUE 'M'.
           05  SQL-SPECIAL-START-DATE   PIC X(10).
           05  SQL-SPECIAL-END-DATE     PIC X(10).

      *----------------------------------------------------------------*
      * STATEMENT_HISTORY HOST VARIABLES (SHARED WITH CCARDSTM,        *
      * CCARDLTF AND CCARDAGE) - THE PRIOR CYCLE DECIDES THE PURCHASE  *
      * GRACE PERIOD                                                   *
      *----------------------------------------------------------------*
       COPY STMHREC.

      *----------------------------------------------------------------*
      * FINANCE_CHARGE_HISTORY - ONE ROW PER ACCOUNT PER ACCRUAL RUN.  *
      * THE ENDING BUCKET BALANCES ARE THE NEXT CYCLE'S OPENING        *
      * BALANCES; THE AVERAGES AND CHARGES ARE THE CALCULATION OF      *
      * RECORD FOR CARDHOLDER AND EXAMINER ENQUIRIES.                  *
      *----------------------------------------------------------------*
       01  SQL-FCH-DATA.
           05  SQL-FCH-ACCOUNT          PIC X(6).
           05  SQL-FCH-ACCRUAL-DATE     PIC X(10).
           05  SQL-FCH-ACCRUAL-TS       PIC X(26).
           05  SQL-FCH-CYCLE-START      PIC X(10).
           05  SQL-FCH-CYCLE-DAYS       PIC S9(4) COMP.
           05  SQL-FCH-PURCHASE-BAL     PIC S9(8)V99 COMP-3.
           05  SQL-FCH-CASHADV-BAL      PIC S9(8)V99 COMP-3.
           05  SQL-FCH-FEE-BAL          PIC S9(8)V99 COMP-3.
           05  SQL-FCH-BALXFER-BAL      PIC S9(8)V99 COMP-3.
           05  SQL-FCH-PURCHASE-ADB     PIC S9(8)V99 COMP-3.
           05  SQL-FCH-CASHADV-ADB      PIC S9(8)V99 COMP-3.
           05  SQL-FCH-FEE-ADB          PIC S9(8)V99 COMP-3.
           05  SQL-FCH-BALXFER-ADB      PIC S9(8)V99 COMP-3.
           05  SQL-FCH-PURCHASE-CHARGE  PIC S9(8)V99 COMP-3.
           05  SQL-FCH-CASHADV-CHARGE   PIC S9(8)V99 COMP-3.
           05  SQL-FCH-FEE-CHARGE       PIC S9(8)V99 COMP-3.
           05  SQL-FCH-BALXFER-CHARGE   PIC S9(8)V99 COMP-3.
           05  SQL-FCH-GRACE-FLAG       PIC X(1).
               88  SQL-FCH-GRACE-APPLIED        VALUE 'Y'.
           05  SQL-FCH-PRIOR-COUNT      PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * ONE TRANSACTION_LOG ROW FROM THE CYCLE WINDOW, AND THE GRACE   *
      * PERIOD PAYMENT TOTAL                                           *
      *----------------------------------------------------------------*
       01  SQL-ADB-ROW.
           05  SQL-ADB-POST-DATE        PIC X(10).
           05  SQL-ADB-TRAN-TYPE        PIC X(8).
           05  SQL-ADB-AMOUNT           PIC S9(8)V99 COMP-3.
           05  SQL-ADB-MERCHANT         PIC X(10).
           05  SQL-PAID-BY-DUE-DATE     PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * PROMO_OFFER - THE BALANCE-TRANSFER OFFER IN FORCE DURING THE   *
      * CYCLE. THE RATE IS MONTHLY, LIKE THE BUCKET RATES BELOW.       *
      *----------------------------------------------------------------*
       01  SQL-PROMO-DATA.
           05  SQL-PROMO-RATE           PIC SV9999 COMP-3.
           05  SQL-PROMO-START-DATE     PIC X(10).
           05  SQL-PROMO-EXPIRY-DATE    PIC X(10).

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-FINCHG-STATUS         PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-ACCOUNTS              VALUE 'Y'.
           05  WS-ADB-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-ADB-ROWS              VALUE 'Y'.
           05  WS-GRACE-FLAG            PIC X VALUE 'N'.
               88  WS-PURCHASE-GRACE            VALUE 'Y'.
           05  WS-PROMO-FLAG            PIC X VALUE 'N'.
               88  WS-PROMO-IN-FORCE            VALUE 'Y'.
           05  WS-OPENING-SOURCE        PIC X(8).
               88  WS-OPENING-FROM-HISTORY      VALUE 'HISTORY '.
               88  WS-OPENING-DERIVED           VALUE 'DERIVED '.
           05  WS-ACCRUAL-RESULT        PIC X(12).
           05  WS-SPECIAL-ACTION        PIC X(1) VALUE SPACE.
               88  WS-INTEREST-STOPPED          VALUE 'S'.
               88  WS-SCRA-RATE-CAP             VALUE 'C'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
           05  WS-PURCHASE-CHARGE       PIC S9(8)V99 COMP-3.
           05  WS-CASHADV-CHARGE        PIC S9(8)V99 COMP-3.
           05  WS-FEE-CHARGE            PIC S9(8)V99 COMP-3.
           05  WS-BALXFER-CHARGE        PIC S9(8)V99 COMP-3.
           05  WS-PROMO-CHARGE          PIC S9(8)V99 COMP-3.
           05  WS-XFER-STANDARD-CHARGE  PIC S9(8)V99 COMP-3.
           05  WS-ACCOUNTS-CHARGED      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SCANNED      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-GRACED       PIC 9(7) VALUE ZERO.
           05  WS-OPENINGS-DERIVED      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-FAILURES      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-PROMO        PIC 9(7) VALUE ZERO.
           05  WS-CHARGES-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-PURCHASE-WAIVED-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-BALXFER-CHARGE-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-WAIVED-CHARGE         PIC S9(8)V99 COMP-3.
           05  WS-ACCOUNTS-STOPPED      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SCRA         PIC 9(7) VALUE ZERO.
           05  WS-STOPPED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
      *    THE BUCKET RATES IN FORCE FOR THIS ACCOUNT'S CYCLE - THE  *
      *    STANDARD RATES BELOW UNLESS AN SCRA CAP APPLIES           *
           05  WS-CYCLE-PURCHASE-RATE   PIC V9999.
           05  WS-CYCLE-CASHADV-RATE    PIC V9999.
           05  WS-CYCLE-FEE-RATE        PIC V9999.
           05  WS-FIRST-DAY-DATE        PIC X(10).

      *----------------------------------------------------------------*
      * CYCLE WINDOW - DAYS ARE HANDLED AS INTEGER DATES SO THE DAY    *
      * LOOP AND THE POSTING-DATE COMPARISONS ARE PLAIN ARITHMETIC.    *
      * THE WINDOW OPENS THE DAY AFTER THE PRIOR ACCRUAL (OR, FOR AN   *
      * ACCOUNT WITH NO ACCRUAL HISTORY, THE PRIOR STATEMENT DATE OR   *
      * THE DEFAULT CYCLE LENGTH) AND CLOSES ON THE RUN DATE.          *
      *----------------------------------------------------------------*
       01  WS-CYCLE-WINDOW.
           05  WS-DEFAULT-CYCLE-DAYS    PIC 9(3) VALUE 30.
           05  WS-RUN-DATE-NUM          PIC 9(8).
           05  WS-RUN-DATE-INTEGER      PIC 9(7).
           05  WS-START-DATE-NUM        PIC 9(8).
           05  WS-START-DATE-INTEGER    PIC 9(7).
           05  WS-FIRST-DAY-INTEGER     PIC 9(7).
           05  WS-DAY-INTEGER           PIC 9(7).
           05  WS-POST-DATE-NUM         PIC 9(8).
           05  WS-POST-DATE-INTEGER     PIC 9(7).
           05  WS-PROMO-START-INTEGER   PIC 9(7).
           05  WS-PROMO-EXPIRY-INTEGER  PIC 9(7).
           05  WS-CYCLE-DAYS            PIC 9(4).
           05  WS-WORK-DATE-NUM         PIC 9(8).
           05  WS-WINDOW-TIMESTAMP      PIC X(26).
           05  WS-STMT-TIMESTAMP        PIC X(26).

      *----------------------------------------------------------------*
      * DAY-BY-DAY BUCKET BALANCES AND THEIR RUNNING DAILY SUMS. A     *
      * NEGATIVE (CREDIT) BUCKET CONTRIBUTES NOTHING TO ITS SUM.       *
      *----------------------------------------------------------------*
       01  WS-DAILY-BALANCES.
           05  WS-DAY-PURCHASE-BAL      PIC S9(8)V99 COMP-3.
           05  WS-DAY-CASHADV-BAL       PIC S9(8)V99 COMP-3.
           05  WS-DAY-FEE-BAL           PIC S9(8)V99 COMP-3.
           05  WS-DAY-BALXFER-BAL       PIC S9(8)V99 COMP-3.
           05  WS-CREDIT-REMAINING      PIC S9(8)V99 COMP-3.
           05  WS-PURCHASE-DAY-SUM      PIC S9(11)V99 COMP-3.
           05  WS-CASHADV-DAY-SUM       PIC S9(11)V99 COMP-3.
           05  WS-FEE-DAY-SUM           PIC S9(11)V99 COMP-3.
           05  WS-BALXFER-DAY-SUM       PIC S9(11)V99 COMP-3.
      *    THE BALANCE-TRANSFER SUM SPLIT BY THE RATE EACH DAY PAYS  *
           05  WS-XFER-PROMO-DAY-SUM    PIC S9(11)V99 COMP-3.
           05  WS-XFER-STANDARD-DAY-SUM PIC S9(11)V99 COMP-3.
           05  WS-PURCHASE-ADB          PIC S9(8)V99 COMP-3.
           05  WS-CASHADV-ADB           PIC S9(8)V99 COMP-3.
           05  WS-FEE-ADB               PIC S9(8)V99 COMP-3.
           05  WS-BALXFER-ADB           PIC S9(8)V99 COMP-3.
           05  WS-CYCLE-ROWS            PIC 9(5).

       01  WS-CONSTANTS.
      *    STANDARD MONTHLY PERIODIC RATE (1.5%) - PURCHASE AND       *
           05  WS-PURCHASE-RATE-PCT     PIC V9999 VALUE .0150.
           05  WS-FEE-RATE-PCT          PIC V9999 VALUE .0150.
      *    ELEVATED RATE (2.5%) - CASH-ADVANCE BALANCE BUCKET ONLY    *
      *    (THE BALANCE-TRANSFER BUCKET OUTSIDE ITS PROMO_OFFER DATES *
      *    PAYS THE PURCHASE RATE)                                    *
           05  WS-CASHADV-RATE-PCT      PIC V9999 VALUE .0250.
      *    MONTHLY RATES ARE APPLIED AS DAILY PERIODIC RATES          *
      *    (MONTHLY X 12 / 365) TO THE SUM OF THE DAILY BALANCES      *
           05  WS-MONTHS-PER-YEAR       PIC 9(2)  VALUE 12.
           05  WS-DAYS-PER-YEAR         PIC 9(3)  VALUE 365.
      *    SCRA CEILING - 6% APR AS A MONTHLY RATE                    *
           05  WS-SCRA-RATE-CAP-PCT     PIC V9999 VALUE .0050.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'INTEREST CALCULATION REPORT'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'CYCLE GROUP: '.
           05  HDR-CYCLE-GROUP          PIC X(2).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(28) VALUE
               'MONTHLY RATES PUR/CASH/FEE: '.
           05  HDR-PURCHASE-RATE        PIC .9999.
           05  FILLER                   PIC X(1)  VALUE '/'.
           05  HDR-CASHADV-RATE         PIC .9999.
           05  FILLER                   PIC X(1)  VALUE '/'.
           05  HDR-FEE-RATE             PIC .9999.
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(12) VALUE 'CYCLE FROM'.
           05  FILLER                   PIC X(5)  VALUE 'DAYS'.
           05  FILLER                   PIC X(9)  VALUE 'OPENING'.
           05  FILLER                   PIC X(6)  VALUE 'GRACE'.
           05  FILLER                   PIC X(12) VALUE ' PURCH ADB'.
           05  FILLER                   PIC X(10) VALUE ' PURCH INT'.
           05  FILLER                   PIC X(12) VALUE '  CASH ADB'.
           05  FILLER                   PIC X(10) VALUE '  CASH INT'.
           05  FILLER                   PIC X(12) VALUE '   FEE ADB'.
           05  FILLER                   PIC X(10) VALUE '   FEE INT'.
           05  FILLER                   PIC X(11) VALUE '  TOTAL INT'.
           05  FILLER                   PIC X(15) VALUE ' RESULT'.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-CYCLE-START          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-CYCLE-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-OPENING-SOURCE       PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-GRACE                PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-PURCHASE-ADB         PIC $$$$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-PURCHASE-INT         PIC $$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-CASHADV-ADB          PIC $$$$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-CASHADV-INT          PIC $$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-FEE-ADB              PIC $$$$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-FEE-INT              PIC $$,$$9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-TOTAL-INT            PIC $$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-RESULT               PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACES.

      *    SECOND LINE FOR AN ACCOUNT CARRYING A BALANCE TRANSFER    *
       01  DTL-XFER-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'BAL XFER ADB: '.
           05  DTL-BALXFER-ADB          PIC $$$$,$$9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'PROMO: '.
           05  DTL-PROMO-RATE           PIC .9999.
           05  FILLER                   PIC X(6)  VALUE ' THRU '.
           05  DTL-PROMO-EXPIRY         PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'PROMO INT: '.
           05  DTL-PROMO-INT            PIC $$,$$9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'STANDARD INT: '.
           05  DTL-XFER-STANDARD-INT    PIC $$,$$9.99.
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  SUM-ACCRUAL-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'ACCRUAL SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-ACCRUAL-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(71) VALUE SPACES.

       01  SUM-ACCRUAL-AMOUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-AMOUNT-LABEL         PIC X(30).
           05  SUM-AMOUNT-VALUE         PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT FINCHG-FILE
           OPEN OUTPUT INTEREST-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD

           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DATE-NUM(7:2)
           COMPUTE WS-RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           WRITE INTEREST-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-CYCLE-GROUP TO HDR-CYCLE-GROUP
           MOVE WS-PURCHASE-RATE-PCT TO HDR-PURCHASE-RATE
           MOVE WS-CASHADV-RATE-PCT TO HDR-CASHADV-RATE
           MOVE WS-FEE-RATE-PCT TO HDR-FEE-RATE
           WRITE INTEREST-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE INTEREST-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE INTEREST-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'FINANCE CHARGE ACCRUAL STARTING'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY 'CYCLE GROUP: ' WS-CYCLE-GROUP
           DISPLAY '=============================================='

      *    EVERY ACTIVE ACCOUNT IS SCANNED, NOT JUST THOSE STILL     *
      *    CARRYING A BALANCE - AN ACCOUNT PAID TO ZERO LATE IN THE  *
      *    CYCLE STILL OWES INTEREST FOR THE DAYS IT CARRIED ONE,    *
      *    AND EVERY ACCOUNT NEEDS ITS HISTORY ROW AS THE NEXT       *
      *    CYCLE'S OPENING BALANCES.                                 *
      *    WITH HOLD - EACH ACCOUNT COMMITS ITS OWN UNIT OF WORK     *
      *    BELOW, WHICH WOULD OTHERWISE CLOSE THE CURSOR AND END     *
      *    THE RUN AFTER THE FIRST ACCOUNT                           *
           EXEC SQL
               DECLARE FIN-CURSOR CURSOR WITH HOLD FOR
               SELECT ACCOUNT_NUMBER,
                      CURRENT_BALANCE,
                      ACCOUNT_STATUS,
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE,
                      SPECIAL_HANDLING,
                      COALESCE(CHAR(SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(SPECIAL_END_DATE), ' ')
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_STATUS = 'A'
                 AND (:WS-CYCLE-GROUP = ' '
                      OR CYCLE_GROUP = :WS-CYCLE-GROUP)
               ORDER BY ACCOUNT_NUMBER
               END-READ
               CLOSE CONTROL-FILE
           END-IF
      *    DEFAULT IS BUILT DASHED (YYYY-MM-DD) SO IT COMPARES       *
      *    DIRECTLY AGAINST THE STATEMENT_HISTORY DATE COLUMNS       *
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4)
               MOVE '-' TO WS-RUN-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
               MOVE '-' TO WS-RUN-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF.

       1100-FETCH-ACCOUNT.
                    :SQL-ACCOUNT-STATUS,
                    :SQL-PURCHASE-BALANCE,
                    :SQL-CASHADV-BALANCE,
                    :SQL-FEE-BALANCE,
                    :SQL-BALXFER-BALANCE,
                    :SQL-SPECIAL-HANDLING,
                    :SQL-SPECIAL-START-DATE,
                    :SQL-SPECIAL-END-DATE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT MASQUERADE AS A CLEAN END OF FILE            *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-EOF-FLAG
                   ADD 1 TO WS-ACCOUNTS-SCANNED
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
           END-EVALUATE.

      *================================================================*
      * COMPUTE AND WRITE ONE FINANCE CHARGE TRANSACTION               *
      *================================================================*
       2000-PROCESS-ACCOUNTS.
           MOVE SPACES TO WS-ACCRUAL-RESULT
           MOVE SQL-ACCOUNT-NUMBER TO SQL-FCH-ACCOUNT
           MOVE WS-RUN-DATE TO SQL-FCH-ACCRUAL-DATE

      *    RERUN GUARD - THE JOB HAS NO RESTART MACHINERY, SO AN     *
      *    ABEND MEANS RUN AGAIN FROM THE TOP. AN ACCOUNT ALREADY    *
      *    ACCRUED FOR THIS RUN DATE IS LEFT ALONE - A SECOND PASS   *
      *    WOULD CHARGE THE CYCLE'S INTEREST TWICE.                  *
           MOVE ZERO TO SQL-FCH-PRIOR-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-FCH-PRIOR-COUNT
               FROM   FINANCE_CHARGE_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  ACCRUAL_DATE = :SQL-FCH-ACCRUAL-DATE
           END-EXEC

           IF SQLCODE = 0 AND SQL-FCH-PRIOR-COUNT > ZERO
               ADD 1 TO WS-ACCOUNTS-SKIPPED
           ELSE
               PERFORM 2100-ESTABLISH-CYCLE-WINDOW
               PERFORM 2200-CHECK-PURCHASE-GRACE
               PERFORM 2250-FIND-PROMO-OFFER
               PERFORM 2260-SET-CYCLE-RATES
               PERFORM 2300-BUILD-DAILY-BALANCES
               PERFORM 1120-ACCRUE-BUCKET-CHARGES
               PERFORM 2400-RECORD-ACCRUAL
               PERFORM 7000-WRITE-DETAIL
           END-IF

           PERFORM 1100-FETCH-ACCOUNT.

      *----------------------------------------------------------------*
      * ESTABLISH THE CYCLE WINDOW AND THE OPENING BUCKET BALANCES.   *
      * THE PRIOR FINANCE_CHARGE_HISTORY ROW CARRIES BOTH - ITS       *
      * ENDING BALANCES OPEN THIS CYCLE AND EVERY TRANSACTION_LOG     *
      * ROW POSTED AFTER ITS TIMESTAMP FALLS IN THIS CYCLE. AN        *
      * ACCOUNT WITH NO ACCRUAL HISTORY STARTS AFTER ITS LAST         *
      * STATEMENT (OR THE DEFAULT CYCLE LENGTH BACK FROM THE RUN      *
      * DATE) AND HAS ITS OPENING BALANCES DERIVED BY BACKING THE     *
      * CYCLE'S ACTIVITY OUT OF TODAY'S BUCKETS.                      *
      *----------------------------------------------------------------*
       2100-ESTABLISH-CYCLE-WINDOW.
           EXEC SQL
               SELECT ACCRUAL_DATE,
                      CHAR(ACCRUAL_TIMESTAMP),
                      PURCHASE_BALANCE,
                      CASHADV_BALANCE,
                      FEE_BALANCE,
                      BALXFER_BALANCE
               INTO  :SQL-FCH-CYCLE-START,
                     :SQL-FCH-ACCRUAL-TS,
                     :SQL-FCH-PURCHASE-BAL,
                     :SQL-FCH-CASHADV-BAL,
                     :SQL-FCH-FEE-BAL,
                     :SQL-FCH-BALXFER-BAL
               FROM  FINANCE_CHARGE_HISTORY
               WHERE ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND ACCRUAL_DATE < :SQL-FCH-ACCRUAL-DATE
               ORDER BY ACCRUAL_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-OPENING-FROM-HISTORY TO TRUE
                   MOVE SQL-FCH-ACCRUAL-TS TO WS-WINDOW-TIMESTAMP
                   MOVE SQL-FCH-PURCHASE-BAL TO WS-DAY-PURCHASE-BAL
                   MOVE SQL-FCH-CASHADV-BAL TO WS-DAY-CASHADV-BAL
                   MOVE SQL-FCH-FEE-BAL TO WS-DAY-FEE-BAL
                   MOVE SQL-FCH-BALXFER-BAL TO WS-DAY-BALXFER-BAL
                   PERFORM 2110-CONVERT-START-DATE
               WHEN SQLCODE = 100
                   SET WS-OPENING-DERIVED TO TRUE
                   ADD 1 TO WS-OPENINGS-DERIVED
                   PERFORM 2120-DEFAULT-CYCLE-START
                   PERFORM 2130-DERIVE-OPENING-BALANCES
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
           END-EVALUATE

           COMPUTE WS-FIRST-DAY-INTEGER = WS-START-DATE-INTEGER + 1
           IF WS-FIRST-DAY-INTEGER > WS-RUN-DATE-INTEGER
               MOVE WS-RUN-DATE-INTEGER TO WS-FIRST-DAY-INTEGER
           END-IF
           COMPUTE WS-CYCLE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-FIRST-DAY-INTEGER + 1
           MOVE WS-CYCLE-DAYS TO SQL-FCH-CYCLE-DAYS.

       2110-CONVERT-START-DATE.
           MOVE SQL-FCH-CYCLE-START(1:4) TO WS-START-DATE-NUM(1:4)
           MOVE SQL-FCH-CYCLE-START(6:2) TO WS-START-DATE-NUM(5:2)
           MOVE SQL-FCH-CYCLE-START(9:2) TO WS-START-DATE-NUM(7:2)
           COMPUTE WS-START-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE-NUM).

      *----------------------------------------------------------------*
      * NO ACCRUAL HISTORY - THE CYCLE STARTS AT THE ACCOUNT'S LAST   *
      * STATEMENT DATE, OR THE DEFAULT CYCLE LENGTH BEFORE THE RUN    *
      * DATE WHEN IT HAS NEVER BEEN STATEMENTED. ROWS ARE TAKEN FROM  *
      * THE START OF THE FIRST DAY OF THE WINDOW.                     *
      *----------------------------------------------------------------*
       2120-DEFAULT-CYCLE-START.
           EXEC SQL
               SELECT STMT_DATE
               INTO   :SQL-FCH-CYCLE-START
               FROM   STATEMENT_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  STMT_DATE < :SQL-FCH-ACCRUAL-DATE
               ORDER BY STMT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM 2110-CONVERT-START-DATE
               WHEN SQLCODE = 100
                   COMPUTE WS-START-DATE-INTEGER =
                           WS-RUN-DATE-INTEGER - WS-DEFAULT-CYCLE-DAYS
                   COMPUTE WS-START-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-START-DATE-INTEGER)
                   MOVE WS-START-DATE-NUM(1:4)
                        TO SQL-FCH-CYCLE-START(1:4)
                   MOVE '-' TO SQL-FCH-CYCLE-START(5:1)
                   MOVE WS-START-DATE-NUM(5:2)
                        TO SQL-FCH-CYCLE-START(6:2)
                   MOVE '-' TO SQL-FCH-CYCLE-START(8:1)
                   MOVE WS-START-DATE-NUM(7:2)
                        TO SQL-FCH-CYCLE-START(9:2)
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
           END-EVALUATE

           COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-START-DATE-INTEGER + 1)
           MOVE SPACES TO WS-WINDOW-TIMESTAMP
           STRING WS-WORK-DATE-NUM(1:4) '-'
                  WS-WORK-DATE-NUM(5:2) '-'
                  WS-WORK-DATE-NUM(7:2) '-00.00.00.000000'
                  DELIMITED BY SIZE
                  INTO WS-WINDOW-TIMESTAMP.

      *----------------------------------------------------------------*
      * BACK THE CYCLE'S ACTIVITY OUT OF TODAY'S BUCKETS. DEBITS COME *
      * OFF THE BUCKET THEY POSTED TO. THE SPLIT OF A PAYMENT OR      *
      * CREDIT ACROSS BUCKETS IS NOT RECORDED, SO CREDITS ARE PUT     *
      * BACK ON THE PURCHASE BUCKET - THE SAME CONVENTION CCARDNSF    *
      * USES FOR A RETURNED PAYMENT. A WRITE-OFF GOES BACK ON THE     *
      * BUCKET ITS MERCHANT-ID TAG NAMES.                             *
      *----------------------------------------------------------------*
       2130-DERIVE-OPENING-BALANCES.
           MOVE SQL-PURCHASE-BALANCE TO WS-DAY-PURCHASE-BAL
           MOVE SQL-CASHADV-BALANCE TO WS-DAY-CASHADV-BAL
           MOVE SQL-FEE-BALANCE TO WS-DAY-FEE-BAL
           MOVE SQL-BALXFER-BALANCE TO WS-DAY-BALXFER-BAL

           PERFORM 2310-OPEN-CYCLE-ROWS
           PERFORM 2140-BACK-OUT-CYCLE-ROW UNTIL END-OF-ADB-ROWS
           PERFORM 2330-CLOSE-CYCLE-ROWS

           IF WS-DAY-PURCHASE-BAL < ZERO
               MOVE ZERO TO WS-DAY-PURCHASE-BAL
           END-IF
           IF WS-DAY-CASHADV-BAL < ZERO
               MOVE ZERO TO WS-DAY-CASHADV-BAL
           END-IF
           IF WS-DAY-FEE-BAL < ZERO
               MOVE ZERO TO WS-DAY-FEE-BAL
           END-IF
           IF WS-DAY-BALXFER-BAL < ZERO
               MOVE ZERO TO WS-DAY-BALXFER-BAL
           END-IF.

       2140-BACK-OUT-CYCLE-ROW.
           EVALUATE SQL-ADB-TRAN-TYPE
               WHEN 'PURCHASE'
               WHEN 'DISPRVSL'
               WHEN 'PMTRTN'
                   SUBTRACT SQL-ADB-AMOUNT FROM WS-DAY-PURCHASE-BAL
               WHEN 'CASHADV'
                   SUBTRACT SQL-ADB-AMOUNT FROM WS-DAY-CASHADV-BAL
               WHEN 'BALXFER'
                   SUBTRACT SQL-ADB-AMOUNT FROM WS-DAY-BALXFER-BAL
               WHEN 'FINCHRG'
               WHEN 'LATEFEE'
               WHEN 'OVLMTFEE'
               WHEN 'FORFEE'
               WHEN 'CASHFEE'
               WHEN 'RTNFEE'
               WHEN 'XFERFEE'
               WHEN 'ANNLFEE'
                   SUBTRACT SQL-ADB-AMOUNT FROM WS-DAY-FEE-BAL
               WHEN 'ANNLRFND'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-FEE-BAL
               WHEN 'PAYMENT'
               WHEN 'REFUND'
               WHEN 'RWDCRDT'
               WHEN 'DISPCRDT'
               WHEN 'CHKVOID'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-PURCHASE-BAL
               WHEN 'FRAUDCR'
                   IF SQL-ADB-MERCHANT = 'FINCHRG'
                       ADD SQL-ADB-AMOUNT TO WS-DAY-FEE-BAL
                   ELSE
                       ADD SQL-ADB-AMOUNT TO WS-DAY-PURCHASE-BAL
                   END-IF
               WHEN 'CHGOFF'
                   EVALUATE SQL-ADB-MERCHANT
                       WHEN 'PURCHBAL  '
                           ADD SQL-ADB-AMOUNT TO WS-DAY-PURCHASE-BAL
                       WHEN 'CASHBAL   '
                           ADD SQL-ADB-AMOUNT TO WS-DAY-CASHADV-BAL
                       WHEN 'FEEBAL    '
                           ADD SQL-ADB-AMOUNT TO WS-DAY-FEE-BAL
                       WHEN 'XFERBAL   '
                           ADD SQL-ADB-AMOUNT TO WS-DAY-BALXFER-BAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2320-FETCH-CYCLE-ROW.

      *----------------------------------------------------------------*
      * PURCHASE GRACE PERIOD - PURCHASE INTEREST IS WAIVED WHEN THE  *
      * PRIOR STATEMENT_HISTORY CYCLE'S CLOSING BALANCE WAS PAID IN   *
      * FULL BY ITS DUE DATE, TOTALLING THE PAYMENT ROWS CCARDPROC    *
      * POSTED BETWEEN THE STATEMENT DATE AND THE DUE DATE (THE SAME  *
      * TIMESTAMP-STRING IDIOM CCARDLTF USES). AN ACCOUNT NEVER       *
      * STATEMENTED, OR WHOSE LAST STATEMENT CLOSED AT ZERO OR IN     *
      * CREDIT, OWED NOTHING AND KEEPS ITS GRACE. CASH ADVANCES AND   *
      * THE FEE/INTEREST BUCKET NEVER GET A GRACE PERIOD.             *
      *----------------------------------------------------------------*
       2200-CHECK-PURCHASE-GRACE.
           MOVE 'N' TO WS-GRACE-FLAG

           EXEC SQL
               SELECT STMT_DATE,
                      CLOSING_BALANCE,
                      DUE_DATE
               INTO   :SQL-STMH-STMT-DATE,
                      :SQL-STMH-CLOSING-BALANCE,
                      :SQL-STMH-DUE-DATE
               FROM   STATEMENT_HISTORY
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  STMT_DATE < :SQL-FCH-ACCRUAL-DATE
               ORDER BY STMT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-GRACE-FLAG
               WHEN SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
               WHEN SQL-STMH-CLOSING-BALANCE NOT > ZERO
                   MOVE 'Y' TO WS-GRACE-FLAG
               WHEN OTHER
                   PERFORM 2210-TOTAL-PAID-BY-DUE-DATE
                   IF SQL-PAID-BY-DUE-DATE NOT <
                      SQL-STMH-CLOSING-BALANCE
                       MOVE 'Y' TO WS-GRACE-FLAG
                   END-IF
           END-EVALUATE.

       2210-TOTAL-PAID-BY-DUE-DATE.
           MOVE SPACES TO WS-STMT-TIMESTAMP
           STRING SQL-STMH-STMT-DATE '-00.00.00.000000'
                  DELIMITED BY SIZE
                  INTO WS-STMT-TIMESTAMP

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-PAID-BY-DUE-DATE
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  TRANSACTION_TYPE = 'PAYMENT'
                 AND  CHAR(TRANSACTION_DATE) >= :WS-STMT-TIMESTAMP
                 AND  SUBSTR(CHAR(TRANSACTION_DATE), 1, 10)
                          <= :SQL-STMH-DUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ACCRUAL-RUN
           END-IF.

      *----------------------------------------------------------------*
      * BALANCE-TRANSFER PROMOTION - THE LATEST PROMO_OFFER ROW WHOSE *
      * START/EXPIRY DATES OVERLAP THE CYCLE. ITS RATE APPLIES TO THE *
      * DAYS FROM ITS START DATE THROUGH ITS EXPIRY DATE; ANY OTHER   *
      * DAY (OR NO OFFER AT ALL) ACCRUES AT THE PURCHASE RATE.        *
      *----------------------------------------------------------------*
       2250-FIND-PROMO-OFFER.
           MOVE 'N' TO WS-PROMO-FLAG
           MOVE ZERO TO SQL-PROMO-RATE
           MOVE SPACES TO SQL-PROMO-START-DATE
           MOVE SPACES TO SQL-PROMO-EXPIRY-DATE

           EXEC SQL
               SELECT PROMO_RATE,
                      START_DATE,
                      EXPIRY_DATE
               INTO   :SQL-PROMO-RATE,
                      :SQL-PROMO-START-DATE,
                      :SQL-PROMO-EXPIRY-DATE
               FROM   PROMO_OFFER
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  START_DATE <= :SQL-FCH-ACCRUAL-DATE
                 AND  EXPIRY_DATE >= :SQL-FCH-CYCLE-START
               ORDER BY START_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-PROMO-FLAG
                   MOVE SQL-PROMO-START-DATE(1:4)
                        TO WS-WORK-DATE-NUM(1:4)
                   MOVE SQL-PROMO-START-DATE(6:2)
                        TO WS-WORK-DATE-NUM(5:2)
                   MOVE SQL-PROMO-START-DATE(9:2)
                        TO WS-WORK-DATE-NUM(7:2)
                   COMPUTE WS-PROMO-START-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                   MOVE SQL-PROMO-EXPIRY-DATE(1:4)
                        TO WS-WORK-DATE-NUM(1:4)
                   MOVE SQL-PROMO-EXPIRY-DATE(6:2)
                        TO WS-WORK-DATE-NUM(5:2)
                   MOVE SQL-PROMO-EXPIRY-DATE(9:2)
                        TO WS-WORK-DATE-NUM(7:2)
                   COMPUTE WS-PROMO-EXPIRY-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SPECIAL HANDLING FOR THE CYCLE. BANKRUPTCY OR DECEASED IN     *
      * FORCE ON THE RUN DATE STOPS THE CYCLE'S INTEREST. AN SCRA     *
      * PERIOD THAT OVERLAPS ANY DAY OF THE CYCLE CAPS EVERY RATE -   *
      * THE WHOLE CYCLE AT THE CAPPED RATE, IN THE CARDHOLDER'S       *
      * FAVOUR, RATHER THAN SPLITTING IT BY DAY.                      *
      *----------------------------------------------------------------*
       2260-SET-CYCLE-RATES.
           MOVE SPACE TO WS-SPECIAL-ACTION
           MOVE WS-PURCHASE-RATE-PCT TO WS-CYCLE-PURCHASE-RATE
           MOVE WS-CASHADV-RATE-PCT TO WS-CYCLE-CASHADV-RATE
           MOVE WS-FEE-RATE-PCT TO WS-CYCLE-FEE-RATE

           COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-INTEGER)
           MOVE WS-WORK-DATE-NUM(1:4) TO WS-FIRST-DAY-DATE(1:4)
           MOVE '-' TO WS-FIRST-DAY-DATE(5:1)
           MOVE WS-WORK-DATE-NUM(5:2) TO WS-FIRST-DAY-DATE(6:2)
           MOVE '-' TO WS-FIRST-DAY-DATE(8:1)
           MOVE WS-WORK-DATE-NUM(7:2) TO WS-FIRST-DAY-DATE(9:2)

           EVALUATE TRUE
               WHEN (SQL-SPECIAL-BANKRUPT OR SQL-SPECIAL-DECEASED)
                    AND SQL-SPECIAL-START-DATE NOT > WS-RUN-DATE
                    AND (SQL-SPECIAL-END-DATE = SPACES
                         OR SQL-SPECIAL-END-DATE NOT < WS-RUN-DATE)
                   SET WS-INTEREST-STOPPED TO TRUE
               WHEN SQL-SPECIAL-MILITARY
                    AND SQL-SPECIAL-START-DATE NOT > WS-RUN-DATE
                    AND (SQL-SPECIAL-END-DATE = SPACES
                         OR SQL-SPECIAL-END-DATE
                            NOT < WS-FIRST-DAY-DATE)
                   SET WS-SCRA-RATE-CAP TO TRUE
                   IF WS-CYCLE-PURCHASE-RATE > WS-SCRA-RATE-CAP-PCT
                       MOVE WS-SCRA-RATE-CAP-PCT
                            TO WS-CYCLE-PURCHASE-RATE
                   END-IF
                   IF WS-CYCLE-CASHADV-RATE > WS-SCRA-RATE-CAP-PCT
                       MOVE WS-SCRA-RATE-CAP-PCT
                            TO WS-CYCLE-CASHADV-RATE
                   END-IF
                   IF WS-CYCLE-FEE-RATE > WS-SCRA-RATE-CAP-PCT
                       MOVE WS-SCRA-RATE-CAP-PCT TO WS-CYCLE-FEE-RATE
                   END-IF
                   IF SQL-PROMO-RATE > WS-SCRA-RATE-CAP-PCT
                       MOVE WS-SCRA-RATE-CAP-PCT TO SQL-PROMO-RATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ROLL THE OPENING BUCKETS FORWARD ONE DAY AT A TIME THROUGH    *
      * THE CYCLE, APPLYING EACH TRANSACTION_LOG ROW ON ITS POSTING   *
      * DATE AND ADDING EACH DAY'S ENDING BUCKET BALANCES TO THE      *
      * DAILY SUMS. ROWS STAMPED AFTER THE RUN DATE (A BACKDATED RUN) *
      * ARE TAKEN ON THE LAST DAY SO THE ROLL ENDS ON THE BUCKETS     *
      * AS THEY STAND.                                                *
      *----------------------------------------------------------------*
       2300-BUILD-DAILY-BALANCES.
           MOVE ZERO TO WS-PURCHASE-DAY-SUM
           MOVE ZERO TO WS-CASHADV-DAY-SUM
           MOVE ZERO TO WS-FEE-DAY-SUM
           MOVE ZERO TO WS-BALXFER-DAY-SUM
           MOVE ZERO TO WS-XFER-PROMO-DAY-SUM
           MOVE ZERO TO WS-XFER-STANDARD-DAY-SUM
           MOVE ZERO TO WS-CYCLE-ROWS

           PERFORM 2310-OPEN-CYCLE-ROWS
           PERFORM 2340-ACCUMULATE-ONE-DAY
               VARYING WS-DAY-INTEGER FROM WS-FIRST-DAY-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-RUN-DATE-INTEGER
           PERFORM 2330-CLOSE-CYCLE-ROWS

           COMPUTE WS-PURCHASE-ADB ROUNDED =
                   WS-PURCHASE-DAY-SUM / WS-CYCLE-DAYS
           COMPUTE WS-CASHADV-ADB ROUNDED =
                   WS-CASHADV-DAY-SUM / WS-CYCLE-DAYS
           COMPUTE WS-FEE-ADB ROUNDED =
                   WS-FEE-DAY-SUM / WS-CYCLE-DAYS
           COMPUTE WS-BALXFER-ADB ROUNDED =
                   WS-BALXFER-DAY-SUM / WS-CYCLE-DAYS.

       2310-OPEN-CYCLE-ROWS.
           EXEC SQL
               DECLARE ADB-CURSOR CURSOR FOR
               SELECT SUBSTR(CHAR(TRANSACTION_DATE), 1, 10),
                      TRANSACTION_TYPE,
                      AMOUNT,
                      MERCHANT_ID
               FROM   TRANSACTION_LOG
               WHERE  ACCOUNT_NUMBER = :SQL-FCH-ACCOUNT
                 AND  CHAR(TRANSACTION_DATE) > :WS-WINDOW-TIMESTAMP
               ORDER BY TRANSACTION_DATE
           END-EXEC

           EXEC SQL
               OPEN ADB-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-ACCRUAL-RUN
           END-IF

           MOVE 'N' TO WS-ADB-EOF-FLAG
           PERFORM 2320-FETCH-CYCLE-ROW.

       2320-FETCH-CYCLE-ROW.
           EXEC SQL
               FETCH ADB-CURSOR
               INTO :SQL-ADB-POST-DATE,
                    :SQL-ADB-TRAN-TYPE,
                    :SQL-ADB-AMOUNT,
                    :SQL-ADB-MERCHANT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQL-ADB-POST-DATE(1:4) TO WS-POST-DATE-NUM(1:4)
                   MOVE SQL-ADB-POST-DATE(6:2) TO WS-POST-DATE-NUM(5:2)
                   MOVE SQL-ADB-POST-DATE(9:2) TO WS-POST-DATE-NUM(7:2)
                   COMPUTE WS-POST-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ADB-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-ACCRUAL-RUN
           END-EVALUATE.

       2330-CLOSE-CYCLE-ROWS.
           EXEC SQL
               CLOSE ADB-CURSOR
           END-EXEC.

       2340-ACCUMULATE-ONE-DAY.
           PERFORM 2350-APPLY-CYCLE-ROW
               UNTIL END-OF-ADB-ROWS
                  OR (WS-POST-DATE-INTEGER > WS-DAY-INTEGER
                      AND WS-DAY-INTEGER < WS-RUN-DATE-INTEGER)

           IF WS-DAY-PURCHASE-BAL > ZERO
               ADD WS-DAY-PURCHASE-BAL TO WS-PURCHASE-DAY-SUM
           END-IF
           IF WS-DAY-CASHADV-BAL > ZERO
               ADD WS-DAY-CASHADV-BAL TO WS-CASHADV-DAY-SUM
           END-IF
           IF WS-DAY-FEE-BAL > ZERO
               ADD WS-DAY-FEE-BAL TO WS-FEE-DAY-SUM
           END-IF
           IF WS-DAY-BALXFER-BAL > ZERO
               ADD WS-DAY-BALXFER-BAL TO WS-BALXFER-DAY-SUM
               IF WS-PROMO-IN-FORCE
                  AND WS-DAY-INTEGER NOT < WS-PROMO-START-INTEGER
                  AND WS-DAY-INTEGER NOT > WS-PROMO-EXPIRY-INTEGER
                   ADD WS-DAY-BALXFER-BAL TO WS-XFER-PROMO-DAY-SUM
               ELSE
                   ADD WS-DAY-BALXFER-BAL TO WS-XFER-STANDARD-DAY-SUM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY ONE ROW TO THE DAY'S BUCKETS WITH THE RULES CCARDPROC   *
      * (2200/2220/2230), CCARDDSP AND CCARDNSF POST WITH: DEBITS TO  *
      * THEIR OWN BUCKET, PAYMENTS CASH ADVANCE FIRST, REFUNDS AND    *
      * CREDITS PURCHASE FIRST, ANNUAL FEE REFUNDS FEE FIRST          *
      * (BALANCE TRANSFERS LAST EVERY WAY),                           *
      * WRITE-OFFS TO THE TAGGED BUCKET.                              *
      * CREDIT-BALANCE REFUNDS AND RECOVERIES TOUCH NO BUCKET.        *
      *----------------------------------------------------------------*
       2350-APPLY-CYCLE-ROW.
           ADD 1 TO WS-CYCLE-ROWS

           EVALUATE SQL-ADB-TRAN-TYPE
               WHEN 'PURCHASE'
               WHEN 'DISPRVSL'
               WHEN 'PMTRTN'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-PURCHASE-BAL
               WHEN 'CASHADV'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-CASHADV-BAL
               WHEN 'BALXFER'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-BALXFER-BAL
               WHEN 'FINCHRG'
               WHEN 'LATEFEE'
               WHEN 'OVLMTFEE'
               WHEN 'FORFEE'
               WHEN 'CASHFEE'
               WHEN 'RTNFEE'
               WHEN 'XFERFEE'
               WHEN 'ANNLFEE'
                   ADD SQL-ADB-AMOUNT TO WS-DAY-FEE-BAL
               WHEN 'PAYMENT'
                   PERFORM 2360-APPLY-PAYMENT-TO-BUCKETS
               WHEN 'REFUND'
               WHEN 'RWDCRDT'
               WHEN 'DISPCRDT'
               WHEN 'CHKVOID'
                   PERFORM 2370-APPLY-REFUND-TO-BUCKETS
               WHEN 'ANNLRFND'
                   PERFORM 2375-APPLY-FEE-REVERSAL
      *        A FRAUD CLAIM'S FINANCE CHARGE REVERSAL (TAGGED      *
      *        FINCHRG) COMES OFF THE FEE BUCKET FIRST LIKE AN      *
      *        ANNUAL FEE REFUND; THE CHARGES IT CREDITS FOLLOW THE *
      *        REFUND ORDER                                         *
               WHEN 'FRAUDCR'
                   IF SQL-ADB-MERCHANT = 'FINCHRG'
                       PERFORM 2375-APPLY-FEE-REVERSAL
                   ELSE
                       PERFORM 2370-APPLY-REFUND-TO-BUCKETS
                   END-IF
               WHEN 'CHGOFF'
                   EVALUATE SQL-ADB-MERCHANT
                       WHEN 'PURCHBAL  '
                           SUBTRACT SQL-ADB-AMOUNT
                               FROM WS-DAY-PURCHASE-BAL
                       WHEN 'CASHBAL   '
                           SUBTRACT SQL-ADB-AMOUNT
                               FROM WS-DAY-CASHADV-BAL
                       WHEN 'FEEBAL    '
                           SUBTRACT SQL-ADB-AMOUNT
                               FROM WS-DAY-FEE-BAL
                       WHEN 'XFERBAL   '
                           SUBTRACT SQL-ADB-AMOUNT
                               FROM WS-DAY-BALXFER-BAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2320-FETCH-CYCLE-ROW.

       2360-APPLY-PAYMENT-TO-BUCKETS.
           MOVE SQL-ADB-AMOUNT TO WS-CREDIT-REMAINING
           PERFORM 2380-RELIEVE-CASHADV-BUCKET
           PERFORM 2385-RELIEVE-PURCHASE-BUCKET
           PERFORM 2390-RELIEVE-FEE-BUCKET
           PERFORM 2395-RELIEVE-BALXFER-BUCKET.

       2370-APPLY-REFUND-TO-BUCKETS.
           MOVE SQL-ADB-AMOUNT TO WS-CREDIT-REMAINING
           PERFORM 2385-RELIEVE-PURCHASE-BUCKET
           PERFORM 2380-RELIEVE-CASHADV-BUCKET
           PERFORM 2390-RELIEVE-FEE-BUCKET
           PERFORM 2395-RELIEVE-BALXFER-BUCKET.

       2375-APPLY-FEE-REVERSAL.
           MOVE SQL-ADB-AMOUNT TO WS-CREDIT-REMAINING
           PERFORM 2390-RELIEVE-FEE-BUCKET
           PERFORM 2385-RELIEVE-PURCHASE-BUCKET
           PERFORM 2380-RELIEVE-CASHADV-BUCKET
           PERFORM 2395-RELIEVE-BALXFER-BUCKET.

       2380-RELIEVE-CASHADV-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
              AND WS-DAY-CASHADV-BAL > ZERO
               IF WS-DAY-CASHADV-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-DAY-CASHADV-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-DAY-CASHADV-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-DAY-CASHADV-BAL
               END-IF
           END-IF.

       2385-RELIEVE-PURCHASE-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
              AND WS-DAY-PURCHASE-BAL > ZERO
               IF WS-DAY-PURCHASE-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-DAY-PURCHASE-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-DAY-PURCHASE-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-DAY-PURCHASE-BAL
               END-IF
           END-IF.

       2390-RELIEVE-FEE-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
              AND WS-DAY-FEE-BAL > ZERO
               IF WS-DAY-FEE-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-DAY-FEE-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-DAY-FEE-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-DAY-FEE-BAL
               END-IF
           END-IF.

       2395-RELIEVE-BALXFER-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
              AND WS-DAY-BALXFER-BAL > ZERO
               IF WS-DAY-BALXFER-BAL NOT < WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-DAY-BALXFER-BAL
                   MOVE ZERO TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-DAY-BALXFER-BAL
                       FROM WS-CREDIT-REMAINING
                   MOVE ZERO TO WS-DAY-BALXFER-BAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ACCRUE EACH BALANCE BUCKET AT ITS OWN PERIODIC RATE ON ITS    *
      * AVERAGE DAILY BALANCE - THE SUM OF THE DAILY BALANCES TIMES   *
      * THE DAILY PERIODIC RATE. ONLY THE CASH-ADVANCE PORTION PAYS   *
      * THE ELEVATED RATE, AND ONLY FOR THE DAYS IT WAS CARRIED.      *
      * PURCHASE INTEREST IS COMPUTED EITHER WAY SO THE REPORT SHOWS  *
      * WHAT THE GRACE PERIOD WAIVED. THE BALANCE-TRANSFER BUCKET     *
      * PAYS THE PROMO RATE ON ITS PROMOTIONAL DAYS AND THE PURCHASE  *
      * RATE ON THE REST, WITH NO GRACE PERIOD.                       *
      *----------------------------------------------------------------*
       1120-ACCRUE-BUCKET-CHARGES.
           MOVE ZERO TO WS-PURCHASE-CHARGE
           MOVE ZERO TO WS-CASHADV-CHARGE
           MOVE ZERO TO WS-FEE-CHARGE
           MOVE ZERO TO WS-WAIVED-CHARGE
           MOVE ZERO TO WS-PROMO-CHARGE
           MOVE ZERO TO WS-XFER-STANDARD-CHARGE

           IF WS-PURCHASE-DAY-SUM > ZERO
               COMPUTE WS-PURCHASE-CHARGE ROUNDED =
                       WS-PURCHASE-DAY-SUM * WS-CYCLE-PURCHASE-RATE
                       * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
           END-IF

           IF WS-CASHADV-DAY-SUM > ZERO
               COMPUTE WS-CASHADV-CHARGE ROUNDED =
                       WS-CASHADV-DAY-SUM * WS-CYCLE-CASHADV-RATE
                       * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
           END-IF

           IF WS-FEE-DAY-SUM > ZERO
               COMPUTE WS-FEE-CHARGE ROUNDED =
                       WS-FEE-DAY-SUM * WS-CYCLE-FEE-RATE
                       * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
           END-IF

           IF WS-XFER-PROMO-DAY-SUM > ZERO
               COMPUTE WS-PROMO-CHARGE ROUNDED =
                       WS-XFER-PROMO-DAY-SUM * SQL-PROMO-RATE
                       * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
           END-IF

           IF WS-XFER-STANDARD-DAY-SUM > ZERO
               COMPUTE WS-XFER-STANDARD-CHARGE ROUNDED =
                       WS-XFER-STANDARD-DAY-SUM
                       * WS-CYCLE-PURCHASE-RATE
                       * WS-MONTHS-PER-YEAR / WS-DAYS-PER-YEAR
           END-IF

           COMPUTE WS-BALXFER-CHARGE =
                   WS-PROMO-CHARGE + WS-XFER-STANDARD-CHARGE
           ADD WS-BALXFER-CHARGE TO WS-BALXFER-CHARGE-TOTAL
           IF WS-PROMO-IN-FORCE
               ADD 1 TO WS-ACCOUNTS-PROMO
           END-IF

           IF WS-PURCHASE-GRACE
               MOVE WS-PURCHASE-CHARGE TO WS-WAIVED-CHARGE
               MOVE ZERO TO WS-PURCHASE-CHARGE
               ADD 1 TO WS-ACCOUNTS-GRACED
               ADD WS-WAIVED-CHARGE TO WS-PURCHASE-WAIVED-TOTAL
           END-IF

           COMPUTE WS-FINANCE-CHARGE =
                   WS-PURCHASE-CHARGE + WS-CASHADV-CHARGE
                   + WS-FEE-CHARGE + WS-BALXFER-CHARGE

      *    BANKRUPTCY / DECEASED - THE CALCULATION IS REPORTED BUT   *
      *    NOTHING IS CHARGED, AND THE HISTORY ROW CARRIES ZERO      *
      *    CHARGES SO IT MATCHES WHAT WAS BILLED                     *
           IF WS-INTEREST-STOPPED
               ADD 1 TO WS-ACCOUNTS-STOPPED
               ADD WS-FINANCE-CHARGE TO WS-STOPPED-TOTAL
               SUBTRACT WS-BALXFER-CHARGE FROM WS-BALXFER-CHARGE-TOTAL
               MOVE ZERO TO WS-PURCHASE-CHARGE
               MOVE ZERO TO WS-CASHADV-CHARGE
               MOVE ZERO TO WS-FEE-CHARGE
               MOVE ZERO TO WS-BALXFER-CHARGE
               MOVE ZERO TO WS-FINANCE-CHARGE
           END-IF

           IF WS-SCRA-RATE-CAP
               ADD 1 TO WS-ACCOUNTS-SCRA
           END-IF.

      *----------------------------------------------------------------*
      * RECORD THE CALCULATION ON FINANCE_CHARGE_HISTORY AND WRITE    *
      * THE FINCHRG TRANSACTION IN ONE UNIT OF WORK. A FAILED INSERT  *
      * WRITES NO CHARGE, SO A RERUN PICKS THE ACCOUNT UP AGAIN.      *
      *----------------------------------------------------------------*
       2400-RECORD-ACCRUAL.
           MOVE SQL-PURCHASE-BALANCE TO SQL-FCH-PURCHASE-BAL
           MOVE SQL-CASHADV-BALANCE TO SQL-FCH-CASHADV-BAL
           MOVE SQL-FEE-BALANCE TO SQL-FCH-FEE-BAL
           MOVE SQL-BALXFER-BALANCE TO SQL-FCH-BALXFER-BAL
           MOVE WS-PURCHASE-ADB TO SQL-FCH-PURCHASE-ADB
           MOVE WS-CASHADV-ADB TO SQL-FCH-CASHADV-ADB
           MOVE WS-FEE-ADB TO SQL-FCH-FEE-ADB
           MOVE WS-BALXFER-ADB TO SQL-FCH-BALXFER-ADB
           MOVE WS-PURCHASE-CHARGE TO SQL-FCH-PURCHASE-CHARGE
           MOVE WS-CASHADV-CHARGE TO SQL-FCH-CASHADV-CHARGE
           MOVE WS-FEE-CHARGE TO SQL-FCH-FEE-CHARGE
           MOVE WS-BALXFER-CHARGE TO SQL-FCH-BALXFER-CHARGE
           MOVE WS-GRACE-FLAG TO SQL-FCH-GRACE-FLAG

           EXEC SQL
               INSERT INTO FINANCE_CHARGE_HISTORY
                   (ACCOUNT_NUMBER,
                    ACCRUAL_DATE,
                    ACCRUAL_TIMESTAMP,
                    CYCLE_START_DATE,
                    CYCLE_DAYS,
                    PURCHASE_BALANCE,
                    CASHADV_BALANCE,
                    FEE_BALANCE,
                    BALXFER_BALANCE,
                    PURCHASE_ADB,
                    CASHADV_ADB,
                    FEE_ADB,
                    BALXFER_ADB,
                    PURCHASE_CHARGE,
                    CASHADV_CHARGE,
                    FEE_CHARGE,
                    BALXFER_CHARGE,
                    GRACE_APPLIED)
               VALUES
                   (:SQL-FCH-ACCOUNT,
                    :SQL-FCH-ACCRUAL-DATE,
                    CURRENT TIMESTAMP,
                    :SQL-FCH-CYCLE-START,
                    :SQL-FCH-CYCLE-DAYS,
                    :SQL-FCH-PURCHASE-BAL,
                    :SQL-FCH-CASHADV-BAL,
                    :SQL-FCH-FEE-BAL,
                    :SQL-FCH-BALXFER-BAL,
                    :SQL-FCH-PURCHASE-ADB,
                    :SQL-FCH-CASHADV-ADB,
                    :SQL-FCH-FEE-ADB,
                    :SQL-FCH-BALXFER-ADB,
                    :SQL-FCH-PURCHASE-CHARGE,
                    :SQL-FCH-CASHADV-CHARGE,
                    :SQL-FCH-FEE-CHARGE,
                    :SQL-FCH-BALXFER-CHARGE,
                    :SQL-FCH-GRACE-FLAG)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
               ADD 1 TO WS-HISTORY-FAILURES
               MOVE 'HIST FAILED' TO WS-ACCRUAL-RESULT
               DISPLAY 'ERROR: Finance charge history insert failed - '
                       'account ' SQL-ACCOUNT-NUMBER
           ELSE
               IF WS-FINANCE-CHARGE > ZERO
                   PERFORM 2410-WRITE-FINCHRG-TRANSACTION
                   ADD 1 TO WS-ACCOUNTS-CHARGED
                   ADD WS-FINANCE-CHARGE TO WS-CHARGES-TOTAL
                   IF WS-SCRA-RATE-CAP
                       MOVE 'SCRA CAPPED' TO WS-ACCRUAL-RESULT
                   ELSE
                       MOVE 'CHARGED' TO WS-ACCRUAL-RESULT
                   END-IF
               ELSE
                   IF WS-INTEREST-STOPPED
                       MOVE 'INT STOPPED' TO WS-ACCRUAL-RESULT
                   ELSE
                       MOVE 'NO INTEREST' TO WS-ACCRUAL-RESULT
                   END-IF
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

       2410-WRITE-FINCHRG-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SQL-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE 'FINCHRG' TO TRAN-TYPE
           MOVE WS-FINANCE-CHARGE TO TRAN-AMOUNT
           MOVE 'INTEREST  ' TO TRAN-MERCHANT-ID
           MOVE WS-RUN-DATE TO TRAN-DATE
           WRITE TRANSACTION-RECORD

           IF WS-FINCHG-STATUS NOT = '00'
               DISPLAY 'ERROR: Finance charge write failed (status '
                       WS-FINCHG-STATUS ')'
               PERFORM 9999-ABEND-ACCRUAL-RUN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE INTEREST CALCULATION DETAIL LINE PER ACCOUNT        *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SQL-ACCOUNT-NUMBER TO DTL-ACCOUNT
           MOVE SQL-FCH-CYCLE-START TO DTL-CYCLE-START
           MOVE WS-CYCLE-DAYS TO DTL-CYCLE-DAYS
           MOVE WS-OPENING-SOURCE TO DTL-OPENING-SOURCE
           IF WS-PURCHASE-GRACE
               MOVE 'YES' TO DTL-GRACE
           ELSE
               MOVE 'NO ' TO DTL-GRACE
           END-IF
           MOVE WS-PURCHASE-ADB TO DTL-PURCHASE-ADB
           IF WS-PURCHASE-GRACE
               MOVE WS-WAIVED-CHARGE TO DTL-PURCHASE-INT
           ELSE
               MOVE WS-PURCHASE-CHARGE TO DTL-PURCHASE-INT
           END-IF
           MOVE WS-CASHADV-ADB TO DTL-CASHADV-ADB
           MOVE WS-CASHADV-CHARGE TO DTL-CASHADV-INT
           MOVE WS-FEE-ADB TO DTL-FEE-ADB
           MOVE WS-FEE-CHARGE TO DTL-FEE-INT
           MOVE WS-FINANCE-CHARGE TO DTL-TOTAL-INT
           MOVE WS-ACCRUAL-RESULT TO DTL-RESULT
           WRITE INTEREST-REPORT-LINE FROM DTL-LINE AFTER 1

           IF WS-BALXFER-ADB > ZERO OR WS-BALXFER-CHARGE > ZERO
               MOVE WS-BALXFER-ADB TO DTL-BALXFER-ADB
               IF WS-PROMO-IN-FORCE
                   MOVE SQL-PROMO-RATE TO DTL-PROMO-RATE
                   MOVE SQL-PROMO-EXPIRY-DATE TO DTL-PROMO-EXPIRY
               ELSE
                   MOVE ZERO TO DTL-PROMO-RATE
                   MOVE 'NONE' TO DTL-PROMO-EXPIRY
               END-IF
               MOVE WS-PROMO-CHARGE TO DTL-PROMO-INT
               MOVE WS-XFER-STANDARD-CHARGE TO DTL-XFER-STANDARD-INT
               WRITE INTEREST-REPORT-LINE FROM DTL-XFER-LINE AFTER 1
           END-IF.

      *================================================================*
      * FINALIZATION                                                   *
               CLOSE FIN-CURSOR
           END-EXEC

           WRITE INTEREST-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-HEADER AFTER 1

           MOVE 'Accounts Scanned:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-SCANNED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Finance Charges Written:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-CHARGED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Purchase Grace Applied:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-GRACED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Opening Balances Derived:' TO SUM-COUNT-LABEL
           MOVE WS-OPENINGS-DERIVED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Already Accrued (Rerun):' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-SKIPPED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'History Failures:' TO SUM-COUNT-LABEL
           MOVE WS-HISTORY-FAILURES TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Balance Transfer Promos:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-PROMO TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Interest Stopped (Bkr/Dec):' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-STOPPED TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'SCRA Rate Cap Applied:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-SCRA TO SUM-COUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-COUNT-LINE
                 AFTER 1

           MOVE 'Total Finance Charges:' TO SUM-AMOUNT-LABEL
           MOVE WS-CHARGES-TOTAL TO SUM-AMOUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-AMOUNT-LINE
                 AFTER 1

           MOVE 'Purchase Interest Waived:' TO SUM-AMOUNT-LABEL
           MOVE WS-PURCHASE-WAIVED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-AMOUNT-LINE
                 AFTER 1

           MOVE 'Balance Transfer Interest:' TO SUM-AMOUNT-LABEL
           MOVE WS-BALXFER-CHARGE-TOTAL TO SUM-AMOUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-AMOUNT-LINE
                 AFTER 1

           MOVE 'Interest Stopped Amount:' TO SUM-AMOUNT-LABEL
           MOVE WS-STOPPED-TOTAL TO SUM-AMOUNT-VALUE
           WRITE INTEREST-REPORT-LINE FROM SUM-ACCRUAL-AMOUNT-LINE
                 AFTER 1

           CLOSE FINCHG-FILE
           CLOSE INTEREST-REPORT-FILE

           IF WS-HISTORY-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'FINANCE CHARGE ACCRUAL COMPLETE'
           DISPLAY '  Accounts Scanned:       ' WS-ACCOUNTS-SCANNED
           DISPLAY '  Finance Charges Posted: ' WS-ACCOUNTS-CHARGED
           DISPLAY '  Purchase Grace Applied: ' WS-ACCOUNTS-GRACED
           DISPLAY '  Already Accrued:        ' WS-ACCOUNTS-SKIPPED
           DISPLAY '  Interest Stopped:       ' WS-ACCOUNTS-STOPPED
           DISPLAY '  SCRA Rate Capped:       ' WS-ACCOUNTS-SCRA
           DISPLAY '  History Failures:       ' WS-HISTORY-FAILURES
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
      * RUN ENDS WITH RETURN CODE 16. ACCRUALS COMMIT PER ACCOUNT, SO *
      * A RERUN AFTER THE FIX SKIPS THE ACCOUNTS ALREADY ACCRUED FOR  *
      * THE RUN DATE AND PICKS UP THE REST.                           *
      *----------------------------------------------------------------*
       9999-ABEND-ACCRUAL-RUN.
           DISPLAY '***** FINANCE CHARGE ACCRUAL ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE FINCHG-FILE
           CLOSE INTEREST-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
