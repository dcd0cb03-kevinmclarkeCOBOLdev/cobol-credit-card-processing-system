       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDMIS.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDMIS - MONTHLY PORTFOLIO PERFORMANCE (MIS)        *
      * PURPOSE: CCARDAGE LISTS TODAY'S DELINQUENT ACCOUNTS AND        *
      *          CCARDCHG LISTS WHAT WAS WRITTEN OFF, BUT NEITHER      *
      *          SAYS HOW THE PORTFOLIO MOVED OVER THE MONTH. THIS     *
      *          MONTH-END STEP:                                       *
      *            - SNAPSHOTS EVERY CREDIT_ACCOUNT ROW ONTO           *
      *              PORTFOLIO_SNAPSHOT FOR THE MONTH: STATUS, CYCLE   *
      *              GROUP, DELINQUENCY STATE (FROM THE LATEST         *
      *              ASSESSED STATEMENT_HISTORY CONSEC_MISSED COUNT),  *
      *              UTILIZATION BAND (BALANCE OVER CREDIT LIMIT) AND  *
      *              THE BALANCE BUCKETS. A RERUN FOR THE SAME MONTH   *
      *              REPLACES THAT MONTH'S SNAPSHOT.                   *
      *            - COMPARES IT WITH THE LATEST EARLIER MONTH ON THE  *
      *              TABLE: ACCOUNTS AND BALANCES BY DELINQUENCY       *
      *              STATE, THE ROLL-RATE MATRIX (PRIOR STATE TO THIS  *
      *              STATE) WITH ROLL-FORWARD, CURE AND DOLLAR ROLL    *
      *              RATES, THE UTILIZATION BAND DISTRIBUTION AND      *
      *              RECEIVABLES BY BALANCE BUCKET AND CYCLE GROUP     *
      *            - REPORTS NET CREDIT LOSS FOR THE MONTH: CHGOFF     *
      *              ROWS ON TRANSACTION_LOG BY WRITE-OFF BUCKET, LESS *
      *              RECOVERY ROWS, ANNUALIZED OVER THE AVERAGE OF     *
      *              THIS AND LAST MONTH'S RECEIVABLES                 *
      *          THE FIRST RUN HAS NO EARLIER MONTH TO COMPARE WITH -  *
      *          EVERY ACCOUNT SHOWS AS NEW AND THE RATES ARE ZERO.    *
      *                                                                *
      *          RUNS ONCE A MONTH AFTER THE LAST NIGHTLY STREAM OF    *
      *          THE MONTH (AFTER CCARDCHG AND CCARDTBL). THE MONTH IS *
      *          THE YEAR AND MONTH OF THE PROCESS DATE.               *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE / BATCH ID)            *
      * OUTPUT:  PORTFOLIO PERFORMANCE REPORT FOR MANAGEMENT, AND THE  *
      *          SAME FIGURES AS A MACHINE-READABLE EXTRACT (MISXREC   *
      *          LAYOUT) FOR THE RISK TEAM'S MODELS                    *
      * DATABASE: DB2 PORTFOLIO_SNAPSHOT, CREDIT_ACCOUNT,              *
      *           STATEMENT_HISTORY, TRANSACTION_LOG TABLES            *
      * RETURN CODE: 0 = CLEAN, 4 = NO EARLIER MONTH TO COMPARE WITH   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT MIS-REPORT-FILE ASSIGN TO MISRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT MIS-EXTRACT-FILE ASSIGN TO MISOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MISX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  MIS-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MIS-REPORT-LINE               PIC X(132).

       FD  MIS-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MIS-EXTRACT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-ACCOUNT-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-ACCOUNT-STATUS       PIC X(1).
           05  SQL-CYCLE-GROUP          PIC X(2).
           05  SQL-CURRENT-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-CREDIT-LIMIT         PIC S9(8)V99 COMP-3.
           05  SQL-PURCHASE-BALANCE     PIC S9(8)V99 COMP-3.
           05  SQL-CASHADV-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-FEE-BALANCE          PIC S9(8)V99 COMP-3.
           05  SQL-BALXFER-BALANCE      PIC S9(8)V99 COMP-3.
           05  SQL-CONSEC-MISSED        PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * PORTFOLIO_SNAPSHOT - ONE ROW PER ACCOUNT PER MONTH             *
      *----------------------------------------------------------------*
       01  SQL-SNAPSHOT-DATA.
           05  SQL-SNP-MONTH            PIC X(7).
           05  SQL-SNP-PRIOR-MONTH      PIC X(7).
           05  SQL-SNP-RUN-DATE         PIC X(10).
           05  SQL-SNP-BATCH-ID         PIC X(10).
           05  SQL-SNP-DELINQ-STATE     PIC S9(4) COMP.
           05  SQL-SNP-UTIL-PCT         PIC S9(5)V99 COMP-3.
           05  SQL-SNP-UTIL-BAND        PIC X(2).

      *----------------------------------------------------------------*
      * ONE GROUPED ROW FROM THE REPORTING CURSORS - THE FIRST SET OF  *
      * FIGURES IS THIS MONTH, THE PRIOR- SET IS THE EARLIER MONTH     *
      *----------------------------------------------------------------*
       01  SQL-MIS-ROW.
           05  SQL-MIS-STATE            PIC S9(4) COMP.
           05  SQL-MIS-FROM-STATE       PIC S9(4) COMP.
           05  SQL-MIS-BAND             PIC X(2).
           05  SQL-MIS-CYCLE-GROUP      PIC X(2).
           05  SQL-MIS-COUNT            PIC S9(9) COMP.
           05  SQL-MIS-BALANCE          PIC S9(11)V99 COMP-3.
           05  SQL-MIS-LIMIT            PIC S9(11)V99 COMP-3.
           05  SQL-MIS-OPEN-BALANCE     PIC S9(11)V99 COMP-3.
           05  SQL-MIS-PURCHASE         PIC S9(11)V99 COMP-3.
           05  SQL-MIS-CASHADV          PIC S9(11)V99 COMP-3.
           05  SQL-MIS-FEE              PIC S9(11)V99 COMP-3.
           05  SQL-MIS-BALXFER          PIC S9(11)V99 COMP-3.
           05  SQL-MIS-PRIOR-COUNT      PIC S9(9) COMP.
           05  SQL-MIS-PRIOR-BALANCE    PIC S9(11)V99 COMP-3.

       01  SQL-LOSS-DATA.
           05  SQL-LOSS-TAG             PIC X(10).
           05  SQL-LOSS-AMOUNT          PIC S9(11)V99 COMP-3.
           05  SQL-RECOVERY-AMOUNT      PIC S9(11)V99 COMP-3.
           05  SQL-DEPARTED-COUNT       PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE BATCH ID THIS STEP    *
      * LOGS UNDER COMES FROM THE LATEST COMPLETE RUN ON THE REGISTRY *
      * UNLESS THE CONTROL CARD CARRIES AN EXPLICIT OVERRIDE          *
      *----------------------------------------------------------------*
       COPY REGREC.

      *----------------------------------------------------------------*
      * MACHINE-READABLE EXTRACT LAYOUTS                               *
      *----------------------------------------------------------------*
       COPY MISXREC.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.
           05  WS-MISX-STATUS           PIC XX.

       01  WS-FLAGS.
           05  WS-ACCOUNT-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-ACCOUNTS              VALUE 'Y'.
           05  WS-MIS-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-MIS-ROWS              VALUE 'Y'.
           05  WS-PRIOR-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-PRIOR-MONTH-FOUND         VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-FROM-STATE            PIC S9(4) COMP.
           05  WS-STATE-SUB             PIC S9(4) COMP.
           05  WS-FROM-SUB              PIC S9(4) COMP.
           05  WS-TO-SUB                PIC S9(4) COMP.
           05  WS-BAND-SUB              PIC S9(4) COMP.
           05  WS-PCT-PART              PIC S9(11)V99 COMP-3.
           05  WS-PCT-BASE              PIC S9(11)V99 COMP-3.
           05  WS-PCT-RESULT            PIC S9(3)V99 COMP-3.

      *----------------------------------------------------------------*
      * DELINQUENCY STATES - THE SUBSCRIPT IS THE STATE CODE STORED    *
      * ON PORTFOLIO_SNAPSHOT.DELINQ_STATE. STATES 1-6 FOLLOW THE      *
      * CONSECUTIVE MISSED MINIMUM PAYMENTS ON THE LATEST ASSESSED     *
      * STATEMENT (0, 1, 2, 3, 4, 5 OR MORE); A CHARGED-OFF ACCOUNT    *
      * IS 7 AND A CLOSED ACCOUNT WITH NOTHING OWING IS 8 WHATEVER     *
      * ITS HISTORY. THE SHORT NAME HEADS THE ROLL-RATE MATRIX.        *
      *----------------------------------------------------------------*
       01  WS-STATE-NAME-VALUES.
           05  FILLER                   PIC X(12) VALUE 'CURRENT'.
           05  FILLER                   PIC X(9)  VALUE '  CURRENT'.
           05  FILLER                   PIC X(12) VALUE '30-59 DAYS'.
           05  FILLER                   PIC X(9)  VALUE '    30-59'.
           05  FILLER                   PIC X(12) VALUE '60-89 DAYS'.
           05  FILLER                   PIC X(9)  VALUE '    60-89'.
           05  FILLER                   PIC X(12) VALUE '90-119 DAYS'.
           05  FILLER                   PIC X(9)  VALUE '   90-119'.
           05  FILLER                   PIC X(12) VALUE '120-149 DAYS'.
           05  FILLER                   PIC X(9)  VALUE '  120-149'.
           05  FILLER                   PIC X(12) VALUE '150+ DAYS'.
           05  FILLER                   PIC X(9)  VALUE '     150+'.
           05  FILLER                   PIC X(12) VALUE 'CHARGED OFF'.
           05  FILLER                   PIC X(9)  VALUE '  CHG OFF'.
           05  FILLER                   PIC X(12) VALUE 'CLOSED'.
           05  FILLER                   PIC X(9)  VALUE '   CLOSED'.
       01  WS-STATE-NAME-TABLE REDEFINES WS-STATE-NAME-VALUES.
           05  WS-STATE-NAME-ENTRY OCCURS 8 TIMES.
               10  WS-STATE-NAME        PIC X(12).
               10  WS-STATE-SHORT-NAME  PIC X(9).

       01  WS-STATE-CHARGED-OFF         PIC S9(4) COMP VALUE 7.
       01  WS-STATE-CLOSED              PIC S9(4) COMP VALUE 8.

       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 8 TIMES.
               10  WS-STA-COUNT         PIC S9(9) COMP-3.
               10  WS-STA-BALANCE       PIC S9(11)V99 COMP-3.
               10  WS-STA-PRIOR-COUNT   PIC S9(9) COMP-3.
               10  WS-STA-PRIOR-BALANCE PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * ROLL-RATE MATRIX - FROM ROW 1 IS ACCOUNTS NEW SINCE THE PRIOR  *
      * MONTH, ROWS 2-9 ARE PRIOR STATES 1-8; THE COLUMN IS THIS       *
      * MONTH'S STATE                                                  *
      *----------------------------------------------------------------*
       01  WS-ROLL-TABLE.
           05  WS-ROLL-FROM OCCURS 9 TIMES.
               10  WS-ROLL-CELL OCCURS 8 TIMES.
                   15  WS-ROLL-COUNT    PIC S9(9) COMP-3.
                   15  WS-ROLL-PRIOR-BALANCE
                                        PIC S9(11)V99 COMP-3.
                   15  WS-ROLL-BALANCE  PIC S9(11)V99 COMP-3.

       01  WS-ROLL-COLUMN-TABLE.
           05  WS-ROLL-COLUMN-COUNT OCCURS 8 TIMES
                                        PIC S9(9) COMP-3.

       01  WS-ROLL-ROW-FIELDS.
           05  WS-ROW-COUNT             PIC S9(9) COMP-3.
           05  WS-ROW-PRIOR-BALANCE     PIC S9(11)V99 COMP-3.
           05  WS-ROW-ROLL-COUNT        PIC S9(9) COMP-3.
           05  WS-ROW-ROLL-BALANCE      PIC S9(11)V99 COMP-3.
           05  WS-ROW-CURE-COUNT        PIC S9(9) COMP-3.
           05  WS-ROW-ROLL-PCT          PIC S9(3)V99 COMP-3.
           05  WS-ROW-CURE-PCT          PIC S9(3)V99 COMP-3.
           05  WS-ROW-DOLLAR-PCT        PIC S9(3)V99 COMP-3.

      *----------------------------------------------------------------*
      * UTILIZATION BANDS - BALANCE AS A PERCENTAGE OF CREDIT LIMIT.   *
      * THE CODE IS STORED ON PORTFOLIO_SNAPSHOT.UTIL_BAND.            *
      *----------------------------------------------------------------*
       01  WS-BAND-NAME-VALUES.
           05  FILLER                   PIC X(2)  VALUE 'CR'.
           05  FILLER                   PIC X(12) VALUE 'ZERO/CREDIT'.
           05  FILLER                   PIC X(2)  VALUE '01'.
           05  FILLER                   PIC X(12) VALUE 'UNDER 30%'.
           05  FILLER                   PIC X(2)  VALUE '30'.
           05  FILLER                   PIC X(12) VALUE '30-49%'.
           05  FILLER                   PIC X(2)  VALUE '50'.
           05  FILLER                   PIC X(12) VALUE '50-79%'.
           05  FILLER                   PIC X(2)  VALUE '80'.
           05  FILLER                   PIC X(12) VALUE '80-99%'.
           05  FILLER                   PIC X(2)  VALUE 'OL'.
           05  FILLER                   PIC X(12) VALUE '100%+ OVER'.
           05  FILLER                   PIC X(2)  VALUE 'NL'.
           05  FILLER                   PIC X(12) VALUE 'NO LIMIT'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.
           05  WS-BAND-NAME-ENTRY OCCURS 7 TIMES
                                  INDEXED BY WS-BAND-IDX.
               10  WS-BAND-CODE         PIC X(2).
               10  WS-BAND-NAME         PIC X(12).

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 7 TIMES.
               10  WS-BND-COUNT         PIC S9(9) COMP-3.
               10  WS-BND-BALANCE       PIC S9(11)V99 COMP-3.
               10  WS-BND-PRIOR-COUNT   PIC S9(9) COMP-3.
               10  WS-BND-PRIOR-BALANCE PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * PORTFOLIO AND CREDIT LOSS TOTALS                               *
      *----------------------------------------------------------------*
       01  WS-PORTFOLIO-TOTALS.
           05  WS-TOTAL-COUNT           PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-BALANCE         PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-TOTAL-PRIOR-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-PRIOR-BALANCE   PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-RECEIVABLES           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-PRIOR-RECEIVABLES     PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-AVG-RECEIVABLES       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GROSS-CHGOFF          PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-NET-CREDIT-LOSS       PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-NCL-ANNUAL-PCT        PIC S9(3)V99 COMP-3
                                                     VALUE ZERO.

       01  WS-GROUP-TOTALS.
           05  WS-GRP-COUNT             PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GRP-LIMIT             PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-OPEN-BALANCE      PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-PURCHASE          PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-CASHADV           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-FEE               PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-BALXFER           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-BALANCE           PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.
           05  WS-GRP-PRIOR-BALANCE     PIC S9(11)V99 COMP-3
                                                     VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-SNAPPED      PIC 9(7) VALUE ZERO.
           05  WS-ROWS-REPLACED         PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-COUNT         PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(50) VALUE
               'MONTHLY PORTFOLIO PERFORMANCE REPORT'.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'MONTH: '.
           05  HDR-MONTH                PIC X(7).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'COMPARED TO: '.
           05  HDR-PRIOR-MONTH          PIC X(7).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'BATCH ID: '.
           05  HDR-BATCH-ID             PIC X(10).
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  SEC-HEADER-LINE.
           05  SEC-HEADER-TEXT          PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  NOTE-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  NOTE-TEXT                PIC X(80).
           05  FILLER                   PIC X(48) VALUE SPACES.

      *    DELINQUENCY STATE AND UTILIZATION BAND DISTRIBUTIONS      *
       01  HDR-DIST.
           05  HDR-DIST-NAME            PIC X(18).
           05  FILLER                   PIC X(7)  VALUE '  ACCTS'.
           05  FILLER                   PIC X(21) VALUE
               '              BALANCE'.
           05  FILLER                   PIC X(9)  VALUE '  % ACCTS'.
           05  FILLER                   PIC X(13) VALUE
               '  PRIOR ACCTS'.
           05  FILLER                   PIC X(21) VALUE
               '        PRIOR BALANCE'.
           05  FILLER                   PIC X(9)  VALUE '  % ACCTS'.
           05  FILLER                   PIC X(11) VALUE '     CHANGE'.
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  DIST-LINE.
           05  DST-NAME                 PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DST-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DST-BALANCE              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DST-PCT                  PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  DST-PRIOR-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DST-PRIOR-BALANCE        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DST-PRIOR-PCT            PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DST-CHANGE               PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(23) VALUE SPACES.

      *    ROLL-RATE MATRIX - THE COLUMN HEADINGS ARE THE STATE      *
      *    SHORT NAMES, FILLED IN AT RUN TIME                        *
       01  ROLL-HEADER-LINE.
           05  RMH-LABEL                PIC X(14).
           05  RMH-CELL OCCURS 8 TIMES  PIC X(9).
           05  RMH-TOTAL                PIC X(9).
           05  RMH-ROLL                 PIC X(9).
           05  RMH-CURE                 PIC X(9).
           05  RMH-DOLLAR               PIC X(9).
           05  RMH-FILL                 PIC X(10).

       01  ROLL-MATRIX-LINE.
           05  RMX-LABEL                PIC X(14).
           05  RMX-CELL OCCURS 8 TIMES.
               10  RMX-CELL-GAP         PIC X(2).
               10  RMX-COUNT            PIC ZZZ,ZZ9.
           05  RMX-TOTAL-GAP            PIC X(2).
           05  RMX-TOTAL                PIC ZZZ,ZZ9.
           05  RMX-ROLL-GAP             PIC X(2).
           05  RMX-ROLL-PCT             PIC ZZ9.99.
           05  RMX-ROLL-SIGN            PIC X(1).
           05  RMX-CURE-GAP             PIC X(2).
           05  RMX-CURE-PCT             PIC ZZ9.99.
           05  RMX-CURE-SIGN            PIC X(1).
           05  RMX-DOLLAR-GAP           PIC X(2).
           05  RMX-DOLLAR-PCT           PIC ZZ9.99.
           05  RMX-DOLLAR-SIGN          PIC X(1).
           05  RMX-FILL                 PIC X(10).

      *    RECEIVABLES BY CYCLE GROUP AND BALANCE BUCKET             *
       01  HDR-CYCLE.
           05  FILLER                   PIC X(4)  VALUE 'GRP'.
           05  FILLER                   PIC X(7)  VALUE '  ACCTS'.
           05  FILLER                   PIC X(18) VALUE
               '          PURCHASE'.
           05  FILLER                   PIC X(18) VALUE
               '      CASH ADVANCE'.
           05  FILLER                   PIC X(18) VALUE
               '      FEE/INTEREST'.
           05  FILLER                   PIC X(18) VALUE
               '  BALANCE TRANSFER'.
           05  FILLER                   PIC X(18) VALUE
               '       RECEIVABLES'.
           05  FILLER                   PIC X(9)  VALUE '   UTIL %'.
           05  FILLER                   PIC X(18) VALUE
               '       PRIOR MONTH'.
           05  FILLER                   PIC X(4)  VALUE SPACES.

       01  CYCLE-LINE.
           05  CYC-GROUP                PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  CYC-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-PURCHASE             PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-CASHADV              PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-FEE                  PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-BALXFER              PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-TOTAL                PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-UTIL-PCT             PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  CYC-PRIOR-TOTAL          PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(4)  VALUE SPACES.

       01  SUM-MIS-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'PORTFOLIO SNAPSHOT SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-MIS-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  SUM-MIS-AMOUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-AMOUNT-LABEL         PIC X(30).
           05  SUM-AMOUNT-VALUE         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(59) VALUE SPACES.

       01  SUM-MIS-RATE-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-RATE-LABEL           PIC X(30).
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  SUM-RATE-VALUE           PIC ZZ9.99-.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  FILLER                   PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SNAPSHOT-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS
           PERFORM 2500-COMMIT-SNAPSHOT
           PERFORM 4100-REPORT-DELINQUENCY
           PERFORM 4200-REPORT-ROLL-RATES
           PERFORM 4300-REPORT-UTILIZATION
           PERFORM 4400-REPORT-CYCLE-GROUPS
           PERFORM 4500-REPORT-CREDIT-LOSS
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT MIS-REPORT-FILE
           OPEN OUTPUT MIS-EXTRACT-FILE

           IF WS-MISX-STATUS NOT = '00'
               DISPLAY 'ERROR: MIS extract open failed (status '
                       WS-MISX-STATUS ')'
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           MOVE WS-RUN-DATE(1:7) TO SQL-SNP-MONTH
           MOVE WS-RUN-DATE TO SQL-SNP-RUN-DATE
           MOVE WS-BATCH-ID TO SQL-SNP-BATCH-ID

           INITIALIZE WS-STATE-TABLE
                      WS-ROLL-TABLE
                      WS-ROLL-COLUMN-TABLE
                      WS-BAND-TABLE

           PERFORM 1020-FIND-PRIOR-MONTH
           PERFORM 1030-CLEAR-MONTH-SNAPSHOT

           WRITE MIS-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE SQL-SNP-MONTH TO HDR-MONTH
           IF WS-PRIOR-MONTH-FOUND
               MOVE SQL-SNP-PRIOR-MONTH TO HDR-PRIOR-MONTH
           ELSE
               MOVE 'NONE' TO HDR-PRIOR-MONTH
           END-IF
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           WRITE MIS-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE MIS-REPORT-LINE FROM HDR-LINE-3 AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'MONTHLY PORTFOLIO MIS STARTING'
           DISPLAY 'BATCH ID:    ' WS-BATCH-ID
           DISPLAY 'MONTH:       ' SQL-SNP-MONTH
           DISPLAY 'PRIOR MONTH: ' HDR-PRIOR-MONTH
           DISPLAY '=============================================='

      *    AN ACCOUNT WITH NO ASSESSED STATEMENT YET (A NEW ACCOUNT  *
      *    OR ONE WHOSE FIRST DUE DATE HAS NOT PASSED) HAS MISSED    *
      *    NOTHING AND COUNTS AS CURRENT                             *
           EXEC SQL
               DECLARE ACCOUNT-CURSOR CURSOR FOR
               SELECT A.ACCOUNT_NUMBER,
                      A.ACCOUNT_STATUS,
                      COALESCE(A.CYCLE_GROUP, ' '),
                      A.CURRENT_BALANCE,
                      A.CREDIT_LIMIT,
                      A.PURCHASE_BALANCE,
                      A.CASHADV_BALANCE,
                      A.FEE_BALANCE,
                      A.BALXFER_BALANCE,
                      COALESCE(
                        (SELECT MAX(H.CONSEC_MISSED)
                         FROM   STATEMENT_HISTORY H
                         WHERE  H.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                           AND  H.MINIMUM_MET IN ('Y', 'N')
                           AND  H.STMT_DATE =
                                (SELECT MAX(H2.STMT_DATE)
                                 FROM   STATEMENT_HISTORY H2
                                 WHERE  H2.ACCOUNT_NUMBER =
                                        A.ACCOUNT_NUMBER
                                   AND  H2.MINIMUM_MET
                                        IN ('Y', 'N'))), 0)
               FROM   CREDIT_ACCOUNT A
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN ACCOUNT-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           PERFORM 1100-FETCH-ACCOUNT.

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
      * THE MONTH TO COMPARE WITH IS THE LATEST EARLIER MONTH ON THE   *
      * SNAPSHOT TABLE - NORMALLY LAST MONTH, BUT A MISSED MONTH-END   *
      * RUN COMPARES ACROSS THE GAP RATHER THAN AGAINST NOTHING        *
      *----------------------------------------------------------------*
       1020-FIND-PRIOR-MONTH.
           EXEC SQL
               SELECT COALESCE(MAX(SNAPSHOT_MONTH), ' ')
               INTO   :SQL-SNP-PRIOR-MONTH
               FROM   PORTFOLIO_SNAPSHOT
               WHERE  SNAPSHOT_MONTH < :SQL-SNP-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           IF SQL-SNP-PRIOR-MONTH NOT = SPACES
               MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
           END-IF.

      *----------------------------------------------------------------*
      * A RERUN FOR THE SAME MONTH REPLACES THAT MONTH'S SNAPSHOT      *
      * (THE DELETE COMMITS WITH THE NEW ROWS IN 2500)                 *
      *----------------------------------------------------------------*
       1030-CLEAR-MONTH-SNAPSHOT.
           EXEC SQL
               DELETE FROM PORTFOLIO_SNAPSHOT
               WHERE  SNAPSHOT_MONTH = :SQL-SNP-MONTH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-ROWS-REPLACED
                   DISPLAY 'INFO: Replacing ' WS-ROWS-REPLACED
                           ' snapshot rows for ' SQL-SNP-MONTH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

       1100-FETCH-ACCOUNT.
           EXEC SQL
               FETCH ACCOUNT-CURSOR
               INTO  :SQL-ACCOUNT-NUMBER,
                     :SQL-ACCOUNT-STATUS,
                     :SQL-CYCLE-GROUP,
                     :SQL-CURRENT-BALANCE,
                     :SQL-CREDIT-LIMIT,
                     :SQL-PURCHASE-BALANCE,
                     :SQL-CASHADV-BALANCE,
                     :SQL-FEE-BALANCE,
                     :SQL-BALXFER-BALANCE,
                     :SQL-CONSEC-MISSED
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-ACCOUNT-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

      *================================================================*
      * SNAPSHOT ONE ACCOUNT FOR THE MONTH                             *
      *================================================================*
       2000-SNAPSHOT-ONE-ACCOUNT.
           PERFORM 2100-SET-DELINQ-STATE
           PERFORM 2200-SET-UTIL-BAND

           EXEC SQL
               INSERT INTO PORTFOLIO_SNAPSHOT
                   (SNAPSHOT_MONTH,
                    ACCOUNT_NUMBER,
                    SNAPSHOT_DATE,
                    BATCH_ID,
                    ACCOUNT_STATUS,
                    CYCLE_GROUP,
                    CONSEC_MISSED,
                    DELINQ_STATE,
                    CURRENT_BALANCE,
                    CREDIT_LIMIT,
                    UTILIZATION_PCT,
                    UTIL_BAND,
                    PURCHASE_BALANCE,
                    CASHADV_BALANCE,
                    FEE_BALANCE,
                    BALXFER_BALANCE,
                    CREATED_TIMESTAMP)
               VALUES
                   (:SQL-SNP-MONTH,
                    :SQL-ACCOUNT-NUMBER,
                    :SQL-SNP-RUN-DATE,
                    :SQL-SNP-BATCH-ID,
                    :SQL-ACCOUNT-STATUS,
                    :SQL-CYCLE-GROUP,
                    :SQL-CONSEC-MISSED,
                    :SQL-SNP-DELINQ-STATE,
                    :SQL-CURRENT-BALANCE,
                    :SQL-CREDIT-LIMIT,
                    :SQL-SNP-UTIL-PCT,
                    :SQL-SNP-UTIL-BAND,
                    :SQL-PURCHASE-BALANCE,
                    :SQL-CASHADV-BALANCE,
                    :SQL-FEE-BALANCE,
                    :SQL-BALXFER-BALANCE,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Snapshot insert failed for account '
                       SQL-ACCOUNT-NUMBER
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           ADD 1 TO WS-ACCOUNTS-SNAPPED

           PERFORM 1100-FETCH-ACCOUNT.

      *----------------------------------------------------------------*
      * DELINQUENCY STATE - STATUS FIRST (A WRITTEN-OFF OR PAID-UP     *
      * CLOSED ACCOUNT HAS LEFT THE DELINQUENCY LADDER), THEN THE      *
      * CONSECUTIVE MISSED MINIMUMS ON THE LATEST ASSESSED STATEMENT   *
      *----------------------------------------------------------------*
       2100-SET-DELINQ-STATE.
           EVALUATE TRUE
               WHEN SQL-ACCOUNT-STATUS = 'Z'
                   MOVE WS-STATE-CHARGED-OFF TO SQL-SNP-DELINQ-STATE
               WHEN SQL-ACCOUNT-STATUS = 'C'
                AND SQL-CURRENT-BALANCE NOT > ZERO
                   MOVE WS-STATE-CLOSED TO SQL-SNP-DELINQ-STATE
               WHEN SQL-CONSEC-MISSED NOT > ZERO
                   MOVE 1 TO SQL-SNP-DELINQ-STATE
               WHEN SQL-CONSEC-MISSED > 4
                   MOVE 6 TO SQL-SNP-DELINQ-STATE
               WHEN OTHER
                   COMPUTE SQL-SNP-DELINQ-STATE =
                           SQL-CONSEC-MISSED + 1
           END-EVALUATE.

      *----------------------------------------------------------------*
      * UTILIZATION BAND - BALANCE AS A PERCENTAGE OF THE LIMIT. NO    *
      * LIMIT AND NOTHING OWING ARE BANDS OF THEIR OWN.                *
      *----------------------------------------------------------------*
       2200-SET-UTIL-BAND.
           MOVE ZERO TO SQL-SNP-UTIL-PCT

           EVALUATE TRUE
               WHEN SQL-CREDIT-LIMIT NOT > ZERO
                   MOVE 'NL' TO SQL-SNP-UTIL-BAND
               WHEN SQL-CURRENT-BALANCE NOT > ZERO
                   MOVE 'CR' TO SQL-SNP-UTIL-BAND
               WHEN OTHER
                   COMPUTE SQL-SNP-UTIL-PCT ROUNDED =
                           SQL-CURRENT-BALANCE * 100
                         / SQL-CREDIT-LIMIT
                       ON SIZE ERROR
                           MOVE 99999.99 TO SQL-SNP-UTIL-PCT
                   END-COMPUTE
                   EVALUATE TRUE
                       WHEN SQL-SNP-UTIL-PCT < 30
                           MOVE '01' TO SQL-SNP-UTIL-BAND
                       WHEN SQL-SNP-UTIL-PCT < 50
                           MOVE '30' TO SQL-SNP-UTIL-BAND
                       WHEN SQL-SNP-UTIL-PCT < 80
                           MOVE '50' TO SQL-SNP-UTIL-BAND
                       WHEN SQL-SNP-UTIL-PCT < 100
                           MOVE '80' TO SQL-SNP-UTIL-BAND
                       WHEN OTHER
                           MOVE 'OL' TO SQL-SNP-UTIL-BAND
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE MONTH'S SNAPSHOT (AND THE DELETE OF ANY EARLIER RUN FOR    *
      * THE SAME MONTH) COMMITS AS ONE UNIT OF WORK                    *
      *----------------------------------------------------------------*
       2500-COMMIT-SNAPSHOT.
           EXEC SQL
               CLOSE ACCOUNT-CURSOR
           END-EXEC

           EXEC SQL COMMIT WORK END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE SPACES TO MISX-HEADER-RECORD
           SET MISX-HEADER TO TRUE
           MOVE WS-RUN-DATE TO MISX-HDR-RUN-DATE
           MOVE SQL-SNP-MONTH TO MISX-HDR-MONTH
           MOVE SQL-SNP-PRIOR-MONTH TO MISX-HDR-PRIOR-MONTH
           MOVE WS-BATCH-ID TO MISX-HDR-BATCH-ID
           MOVE WS-ACCOUNTS-SNAPPED TO MISX-HDR-ACCOUNT-COUNT
           MOVE MISX-HEADER-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           WRITE MIS-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE MIS-REPORT-LINE FROM SUM-MIS-HEADER AFTER 1

           MOVE 'Accounts Snapshotted:' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-SNAPPED TO SUM-COUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-COUNT-LINE AFTER 1

           MOVE 'Earlier Run Rows Replaced:' TO SUM-COUNT-LABEL
           MOVE WS-ROWS-REPLACED TO SUM-COUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-COUNT-LINE AFTER 1

           MOVE SPACES TO MISX-TRAILER-RECORD
           SET MISX-TRAILER TO TRUE
           MOVE SQL-SNP-MONTH TO MISX-TRL-MONTH
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-EXTRACT-COUNT TO MISX-TRL-RECORD-COUNT
           WRITE MIS-EXTRACT-RECORD FROM MISX-TRAILER-RECORD

           MOVE 'Extract Records Written:' TO SUM-COUNT-LABEL
           MOVE WS-EXTRACT-COUNT TO SUM-COUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-COUNT-LINE AFTER 1

           CLOSE MIS-REPORT-FILE
                 MIS-EXTRACT-FILE

           IF NOT WS-PRIOR-MONTH-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'MONTHLY PORTFOLIO MIS COMPLETE'
           DISPLAY '  Accounts Snapshotted: ' WS-ACCOUNTS-SNAPPED
           DISPLAY '  Extract Records:      ' WS-EXTRACT-COUNT
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDMIS' TO SQL-STEP-PROGRAM
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
      * SECTION 1 - ACCOUNTS AND BALANCES BY DELINQUENCY STATE         *
      *================================================================*
       4100-REPORT-DELINQUENCY.
           MOVE 'ACCOUNTS AND BALANCES BY DELINQUENCY STATE'
                TO SEC-HEADER-TEXT
           WRITE MIS-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           MOVE 'DELINQUENCY STATE' TO HDR-DIST-NAME
           WRITE MIS-REPORT-LINE FROM HDR-DIST AFTER 1

           EXEC SQL
               DECLARE STATE-CURSOR CURSOR FOR
               SELECT DELINQ_STATE,
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH =
                                    :SQL-SNP-PRIOR-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH =
                                    :SQL-SNP-PRIOR-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END)
               FROM   PORTFOLIO_SNAPSHOT
               WHERE  SNAPSHOT_MONTH IN (:SQL-SNP-MONTH,
                                         :SQL-SNP-PRIOR-MONTH)
               GROUP BY DELINQ_STATE
           END-EXEC

           EXEC SQL
               OPEN STATE-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE 'N' TO WS-MIS-EOF-FLAG
           PERFORM 4110-FETCH-STATE
           PERFORM 4120-TABLE-STATE UNTIL END-OF-MIS-ROWS

           EXEC SQL
               CLOSE STATE-CURSOR
           END-EXEC

           PERFORM 4130-PRINT-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 8

           MOVE SPACES TO DST-NAME
           MOVE 'TOTAL PORTFOLIO' TO DST-NAME
           MOVE WS-TOTAL-COUNT TO DST-COUNT
           MOVE WS-TOTAL-BALANCE TO DST-BALANCE
           MOVE 100 TO DST-PCT
           MOVE WS-TOTAL-PRIOR-COUNT TO DST-PRIOR-COUNT
           MOVE WS-TOTAL-PRIOR-BALANCE TO DST-PRIOR-BALANCE
           IF WS-TOTAL-PRIOR-COUNT > ZERO
               MOVE 100 TO DST-PRIOR-PCT
           ELSE
               MOVE ZERO TO DST-PRIOR-PCT
           END-IF
           COMPUTE DST-CHANGE = WS-TOTAL-COUNT - WS-TOTAL-PRIOR-COUNT
           WRITE MIS-REPORT-LINE FROM DIST-LINE AFTER 2.

       4110-FETCH-STATE.
           EXEC SQL
               FETCH STATE-CURSOR
               INTO  :SQL-MIS-STATE,
                     :SQL-MIS-COUNT,
                     :SQL-MIS-BALANCE,
                     :SQL-MIS-PRIOR-COUNT,
                     :SQL-MIS-PRIOR-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-MIS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RECEIVABLES FOR THE LOSS RATE ARE THE BALANCES STILL ON THE    *
      * DELINQUENCY LADDER (STATES 1-6) - NOT WRITTEN OFF OR CLOSED    *
      *----------------------------------------------------------------*
       4120-TABLE-STATE.
           IF SQL-MIS-STATE > ZERO AND SQL-MIS-STATE NOT > 8
               MOVE SQL-MIS-STATE TO WS-STATE-SUB
               MOVE SQL-MIS-COUNT TO WS-STA-COUNT(WS-STATE-SUB)
               MOVE SQL-MIS-BALANCE TO WS-STA-BALANCE(WS-STATE-SUB)
               MOVE SQL-MIS-PRIOR-COUNT
                    TO WS-STA-PRIOR-COUNT(WS-STATE-SUB)
               MOVE SQL-MIS-PRIOR-BALANCE
                    TO WS-STA-PRIOR-BALANCE(WS-STATE-SUB)
               ADD SQL-MIS-COUNT TO WS-TOTAL-COUNT
               ADD SQL-MIS-BALANCE TO WS-TOTAL-BALANCE
               ADD SQL-MIS-PRIOR-COUNT TO WS-TOTAL-PRIOR-COUNT
               ADD SQL-MIS-PRIOR-BALANCE TO WS-TOTAL-PRIOR-BALANCE
               IF SQL-MIS-STATE < WS-STATE-CHARGED-OFF
                   ADD SQL-MIS-BALANCE TO WS-RECEIVABLES
                   ADD SQL-MIS-PRIOR-BALANCE TO WS-PRIOR-RECEIVABLES
               END-IF
           END-IF

           PERFORM 4110-FETCH-STATE.

       4130-PRINT-STATE.
           MOVE WS-STATE-NAME(WS-STATE-SUB) TO DST-NAME
           MOVE WS-STA-COUNT(WS-STATE-SUB) TO DST-COUNT
           MOVE WS-STA-BALANCE(WS-STATE-SUB) TO DST-BALANCE
           MOVE WS-STA-PRIOR-COUNT(WS-STATE-SUB) TO DST-PRIOR-COUNT
           MOVE WS-STA-PRIOR-BALANCE(WS-STATE-SUB)
                TO DST-PRIOR-BALANCE

           MOVE WS-STA-COUNT(WS-STATE-SUB) TO WS-PCT-PART
           MOVE WS-TOTAL-COUNT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO DST-PCT

           MOVE WS-STA-PRIOR-COUNT(WS-STATE-SUB) TO WS-PCT-PART
           MOVE WS-TOTAL-PRIOR-COUNT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO DST-PRIOR-PCT

           COMPUTE DST-CHANGE = WS-STA-COUNT(WS-STATE-SUB)
                              - WS-STA-PRIOR-COUNT(WS-STATE-SUB)
           WRITE MIS-REPORT-LINE FROM DIST-LINE AFTER 1

           MOVE SPACES TO MISX-DELINQ-RECORD
           SET MISX-DELINQUENCY TO TRUE
           MOVE WS-STATE-SUB TO MISX-DLQ-STATE
           MOVE WS-STATE-NAME(WS-STATE-SUB) TO MISX-DLQ-STATE-NAME
           MOVE WS-STA-COUNT(WS-STATE-SUB) TO MISX-DLQ-COUNT
           MOVE WS-STA-BALANCE(WS-STATE-SUB) TO MISX-DLQ-BALANCE
           MOVE WS-STA-PRIOR-COUNT(WS-STATE-SUB)
                TO MISX-DLQ-PRIOR-COUNT
           MOVE WS-STA-PRIOR-BALANCE(WS-STATE-SUB)
                TO MISX-DLQ-PRIOR-BALANCE
           MOVE MISX-DELINQ-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT.

      *================================================================*
      * SECTION 2 - ROLL-RATE MATRIX: EACH ACCOUNT'S STATE LAST MONTH  *
      * AGAINST ITS STATE THIS MONTH. AN ACCOUNT NOT ON LAST MONTH'S   *
      * SNAPSHOT IS NEW. ROLL FORWARD IS THE SHARE OF A STATE'S        *
      * ACCOUNTS THAT WENT WORSE (UP TO CHARGE-OFF); CURED IS THE      *
      * SHARE OF A DELINQUENT STATE'S ACCOUNTS THAT CAME BACK TO       *
      * CURRENT; $ ROLL IS ROLL FORWARD WEIGHTED BY LAST MONTH'S       *
      * BALANCE.                                                       *
      *================================================================*
       4200-REPORT-ROLL-RATES.
           MOVE 'DELINQUENCY ROLL RATES (PRIOR STATE TO THIS MONTH)'
                TO SEC-HEADER-TEXT
           WRITE MIS-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2

           IF NOT WS-PRIOR-MONTH-FOUND
               MOVE 'NO EARLIER MONTH ON FILE - EVERY ACCOUNT IS NEW'
                    TO NOTE-TEXT
               WRITE MIS-REPORT-LINE FROM NOTE-LINE AFTER 1
           END-IF

           EXEC SQL
               DECLARE ROLL-CURSOR CURSOR FOR
               SELECT COALESCE(P.DELINQ_STATE, 0),
                      C.DELINQ_STATE,
                      COUNT(*),
                      SUM(COALESCE(P.CURRENT_BALANCE, 0)),
                      SUM(C.CURRENT_BALANCE)
               FROM   PORTFOLIO_SNAPSHOT C
                      LEFT OUTER JOIN PORTFOLIO_SNAPSHOT P
                        ON  P.ACCOUNT_NUMBER = C.ACCOUNT_NUMBER
                        AND P.SNAPSHOT_MONTH = :SQL-SNP-PRIOR-MONTH
               WHERE  C.SNAPSHOT_MONTH = :SQL-SNP-MONTH
               GROUP BY COALESCE(P.DELINQ_STATE, 0),
                        C.DELINQ_STATE
           END-EXEC

           EXEC SQL
               OPEN ROLL-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE 'N' TO WS-MIS-EOF-FLAG
           PERFORM 4210-FETCH-ROLL-CELL
           PERFORM 4220-TABLE-ROLL-CELL UNTIL END-OF-MIS-ROWS

           EXEC SQL
               CLOSE ROLL-CURSOR
           END-EXEC

           MOVE SPACES TO ROLL-HEADER-LINE
           MOVE 'PRIOR STATE' TO RMH-LABEL
           PERFORM 4230-SET-ROLL-HEADING
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 8
           MOVE '    TOTAL' TO RMH-TOTAL
           MOVE ' ROLL FWD' TO RMH-ROLL
           MOVE '    CURED' TO RMH-CURE
           MOVE '   $ ROLL' TO RMH-DOLLAR
           WRITE MIS-REPORT-LINE FROM ROLL-HEADER-LINE AFTER 1

           PERFORM 4240-PRINT-ROLL-ROW
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 9

           MOVE SPACES TO ROLL-MATRIX-LINE
           MOVE 'TOTAL' TO RMX-LABEL
           MOVE ZERO TO WS-ROW-COUNT
           PERFORM 4260-PRINT-COLUMN-TOTAL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 8
           MOVE WS-ROW-COUNT TO RMX-TOTAL
           WRITE MIS-REPORT-LINE FROM ROLL-MATRIX-LINE AFTER 2

      *    ACCOUNTS ON LAST MONTH'S SNAPSHOT THAT ARE NO LONGER ON   *
      *    CREDIT_ACCOUNT HAVE NO CELL IN THE MATRIX                 *
           IF WS-PRIOR-MONTH-FOUND
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :SQL-DEPARTED-COUNT
                   FROM   PORTFOLIO_SNAPSHOT P
                   WHERE  P.SNAPSHOT_MONTH = :SQL-SNP-PRIOR-MONTH
                     AND  NOT EXISTS
                          (SELECT 1
                           FROM   PORTFOLIO_SNAPSHOT C
                           WHERE  C.ACCOUNT_NUMBER = P.ACCOUNT_NUMBER
                             AND  C.SNAPSHOT_MONTH = :SQL-SNP-MONTH)
               END-EXEC

               IF SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
               END-IF

               MOVE 'Prior Accounts Not On File:' TO SUM-COUNT-LABEL
               MOVE SQL-DEPARTED-COUNT TO SUM-COUNT-VALUE
               WRITE MIS-REPORT-LINE FROM SUM-MIS-COUNT-LINE AFTER 1
           END-IF.

       4210-FETCH-ROLL-CELL.
           EXEC SQL
               FETCH ROLL-CURSOR
               INTO  :SQL-MIS-FROM-STATE,
                     :SQL-MIS-STATE,
                     :SQL-MIS-COUNT,
                     :SQL-MIS-PRIOR-BALANCE,
                     :SQL-MIS-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-MIS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

       4220-TABLE-ROLL-CELL.
           IF SQL-MIS-FROM-STATE NOT < ZERO
              AND SQL-MIS-FROM-STATE NOT > 8
              AND SQL-MIS-STATE > ZERO
              AND SQL-MIS-STATE NOT > 8
               COMPUTE WS-FROM-SUB = SQL-MIS-FROM-STATE + 1
               MOVE SQL-MIS-STATE TO WS-TO-SUB
               MOVE SQL-MIS-COUNT
                    TO WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
               MOVE SQL-MIS-PRIOR-BALANCE
                    TO WS-ROLL-PRIOR-BALANCE(WS-FROM-SUB, WS-TO-SUB)
               MOVE SQL-MIS-BALANCE
                    TO WS-ROLL-BALANCE(WS-FROM-SUB, WS-TO-SUB)
           END-IF

           PERFORM 4210-FETCH-ROLL-CELL.

       4230-SET-ROLL-HEADING.
           MOVE WS-STATE-SHORT-NAME(WS-TO-SUB) TO RMH-CELL(WS-TO-SUB).

      *----------------------------------------------------------------*
      * ONE ROW OF THE MATRIX. RATES APPLY TO THE DELINQUENCY LADDER   *
      * (PRIOR STATES 1-6) ONLY - NEW, CHARGED-OFF AND CLOSED ROWS     *
      * SHOW THEIR COUNTS WITHOUT RATES.                               *
      *----------------------------------------------------------------*
       4240-PRINT-ROLL-ROW.
           COMPUTE WS-FROM-STATE = WS-FROM-SUB - 1
           MOVE SPACES TO ROLL-MATRIX-LINE
           IF WS-FROM-STATE = ZERO
               MOVE 'NEW ACCOUNTS' TO RMX-LABEL
           ELSE
               MOVE WS-STATE-NAME(WS-FROM-STATE) TO RMX-LABEL
           END-IF

           INITIALIZE WS-ROLL-ROW-FIELDS
           PERFORM 4250-ADD-ROLL-CELL
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 8
           MOVE WS-ROW-COUNT TO RMX-TOTAL

           IF WS-FROM-STATE > ZERO
              AND WS-FROM-STATE < WS-STATE-CHARGED-OFF
               MOVE WS-ROW-ROLL-COUNT TO WS-PCT-PART
               MOVE WS-ROW-COUNT TO WS-PCT-BASE
               PERFORM 7500-COMPUTE-PERCENT
               MOVE WS-PCT-RESULT TO WS-ROW-ROLL-PCT
               MOVE WS-ROW-ROLL-PCT TO RMX-ROLL-PCT
               MOVE '%' TO RMX-ROLL-SIGN

               MOVE WS-ROW-ROLL-BALANCE TO WS-PCT-PART
               MOVE WS-ROW-PRIOR-BALANCE TO WS-PCT-BASE
               PERFORM 7500-COMPUTE-PERCENT
               MOVE WS-PCT-RESULT TO WS-ROW-DOLLAR-PCT
               MOVE WS-ROW-DOLLAR-PCT TO RMX-DOLLAR-PCT
               MOVE '%' TO RMX-DOLLAR-SIGN

               IF WS-FROM-STATE > 1
                   MOVE WS-ROW-CURE-COUNT TO WS-PCT-PART
                   MOVE WS-ROW-COUNT TO WS-PCT-BASE
                   PERFORM 7500-COMPUTE-PERCENT
                   MOVE WS-PCT-RESULT TO WS-ROW-CURE-PCT
                   MOVE WS-ROW-CURE-PCT TO RMX-CURE-PCT
                   MOVE '%' TO RMX-CURE-SIGN
               END-IF

               MOVE SPACES TO MISX-RATE-RECORD
               SET MISX-ROLL-RATE TO TRUE
               MOVE WS-FROM-STATE TO MISX-RTE-FROM-STATE
               MOVE WS-ROW-COUNT TO MISX-RTE-FROM-COUNT
               MOVE WS-ROW-ROLL-COUNT TO MISX-RTE-ROLL-COUNT
               MOVE WS-ROW-ROLL-PCT TO MISX-RTE-ROLL-PCT
               MOVE WS-ROW-CURE-COUNT TO MISX-RTE-CURE-COUNT
               MOVE WS-ROW-CURE-PCT TO MISX-RTE-CURE-PCT
               MOVE WS-ROW-DOLLAR-PCT TO MISX-RTE-DOLLAR-ROLL-PCT
               MOVE MISX-RATE-RECORD TO MIS-EXTRACT-RECORD
               PERFORM 7900-WRITE-EXTRACT
           END-IF

           WRITE MIS-REPORT-LINE FROM ROLL-MATRIX-LINE AFTER 1.

       4250-ADD-ROLL-CELL.
           MOVE WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
                TO RMX-COUNT(WS-TO-SUB)
           ADD WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB) TO WS-ROW-COUNT
           ADD WS-ROLL-PRIOR-BALANCE(WS-FROM-SUB, WS-TO-SUB)
               TO WS-ROW-PRIOR-BALANCE
           ADD WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
               TO WS-ROLL-COLUMN-COUNT(WS-TO-SUB)

           IF WS-FROM-STATE > ZERO
              AND WS-FROM-STATE < WS-STATE-CHARGED-OFF
              AND WS-TO-SUB > WS-FROM-STATE
              AND WS-TO-SUB NOT > WS-STATE-CHARGED-OFF
               ADD WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
                   TO WS-ROW-ROLL-COUNT
               ADD WS-ROLL-PRIOR-BALANCE(WS-FROM-SUB, WS-TO-SUB)
                   TO WS-ROW-ROLL-BALANCE
           END-IF

           IF WS-FROM-STATE > 1
              AND WS-FROM-STATE < WS-STATE-CHARGED-OFF
              AND WS-TO-SUB = 1
               ADD WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
                   TO WS-ROW-CURE-COUNT
           END-IF

           IF WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB) > ZERO
               MOVE SPACES TO MISX-ROLL-RECORD
               SET MISX-ROLL-CELL TO TRUE
               MOVE WS-FROM-STATE TO MISX-ROL-FROM-STATE
               MOVE WS-TO-SUB TO MISX-ROL-TO-STATE
               MOVE WS-ROLL-COUNT(WS-FROM-SUB, WS-TO-SUB)
                    TO MISX-ROL-COUNT
               MOVE WS-ROLL-PRIOR-BALANCE(WS-FROM-SUB, WS-TO-SUB)
                    TO MISX-ROL-PRIOR-BALANCE
               MOVE WS-ROLL-BALANCE(WS-FROM-SUB, WS-TO-SUB)
                    TO MISX-ROL-BALANCE
               MOVE MISX-ROLL-RECORD TO MIS-EXTRACT-RECORD
               PERFORM 7900-WRITE-EXTRACT
           END-IF.

       4260-PRINT-COLUMN-TOTAL.
           MOVE WS-ROLL-COLUMN-COUNT(WS-TO-SUB) TO RMX-COUNT(WS-TO-SUB)
           ADD WS-ROLL-COLUMN-COUNT(WS-TO-SUB) TO WS-ROW-COUNT.

      *================================================================*
      * SECTION 3 - UTILIZATION BAND DISTRIBUTION                      *
      *================================================================*
       4300-REPORT-UTILIZATION.
           MOVE 'ACCOUNTS AND BALANCES BY UTILIZATION BAND'
                TO SEC-HEADER-TEXT
           WRITE MIS-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           MOVE 'UTILIZATION BAND' TO HDR-DIST-NAME
           WRITE MIS-REPORT-LINE FROM HDR-DIST AFTER 1

           EXEC SQL
               DECLARE BAND-CURSOR CURSOR FOR
               SELECT UTIL_BAND,
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH =
                                    :SQL-SNP-PRIOR-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH =
                                    :SQL-SNP-PRIOR-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END)
               FROM   PORTFOLIO_SNAPSHOT
               WHERE  SNAPSHOT_MONTH IN (:SQL-SNP-MONTH,
                                         :SQL-SNP-PRIOR-MONTH)
               GROUP BY UTIL_BAND
           END-EXEC

           EXEC SQL
               OPEN BAND-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE 'N' TO WS-MIS-EOF-FLAG
           PERFORM 4310-FETCH-BAND
           PERFORM 4320-TABLE-BAND UNTIL END-OF-MIS-ROWS

           EXEC SQL
               CLOSE BAND-CURSOR
           END-EXEC

           PERFORM 4330-PRINT-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 7.

       4310-FETCH-BAND.
           EXEC SQL
               FETCH BAND-CURSOR
               INTO  :SQL-MIS-BAND,
                     :SQL-MIS-COUNT,
                     :SQL-MIS-BALANCE,
                     :SQL-MIS-PRIOR-COUNT,
                     :SQL-MIS-PRIOR-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-MIS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

       4320-TABLE-BAND.
           SET WS-BAND-IDX TO 1
           SEARCH WS-BAND-NAME-ENTRY
               AT END
                   DISPLAY 'WARNING: Unknown utilization band '
                           SQL-MIS-BAND ' on PORTFOLIO_SNAPSHOT'
               WHEN WS-BAND-CODE(WS-BAND-IDX) = SQL-MIS-BAND
                   SET WS-BAND-SUB TO WS-BAND-IDX
                   MOVE SQL-MIS-COUNT TO WS-BND-COUNT(WS-BAND-SUB)
                   MOVE SQL-MIS-BALANCE TO WS-BND-BALANCE(WS-BAND-SUB)
                   MOVE SQL-MIS-PRIOR-COUNT
                        TO WS-BND-PRIOR-COUNT(WS-BAND-SUB)
                   MOVE SQL-MIS-PRIOR-BALANCE
                        TO WS-BND-PRIOR-BALANCE(WS-BAND-SUB)
           END-SEARCH

           PERFORM 4310-FETCH-BAND.

       4330-PRINT-BAND.
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO DST-NAME
           MOVE WS-BND-COUNT(WS-BAND-SUB) TO DST-COUNT
           MOVE WS-BND-BALANCE(WS-BAND-SUB) TO DST-BALANCE
           MOVE WS-BND-PRIOR-COUNT(WS-BAND-SUB) TO DST-PRIOR-COUNT
           MOVE WS-BND-PRIOR-BALANCE(WS-BAND-SUB) TO DST-PRIOR-BALANCE

           MOVE WS-BND-COUNT(WS-BAND-SUB) TO WS-PCT-PART
           MOVE WS-TOTAL-COUNT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO DST-PCT

           MOVE WS-BND-PRIOR-COUNT(WS-BAND-SUB) TO WS-PCT-PART
           MOVE WS-TOTAL-PRIOR-COUNT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO DST-PRIOR-PCT

           COMPUTE DST-CHANGE = WS-BND-COUNT(WS-BAND-SUB)
                              - WS-BND-PRIOR-COUNT(WS-BAND-SUB)
           WRITE MIS-REPORT-LINE FROM DIST-LINE AFTER 1

           MOVE SPACES TO MISX-UTIL-RECORD
           SET MISX-UTILIZATION TO TRUE
           MOVE WS-BAND-CODE(WS-BAND-SUB) TO MISX-UTL-BAND
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO MISX-UTL-BAND-NAME
           MOVE WS-BND-COUNT(WS-BAND-SUB) TO MISX-UTL-COUNT
           MOVE WS-BND-BALANCE(WS-BAND-SUB) TO MISX-UTL-BALANCE
           MOVE WS-BND-PRIOR-COUNT(WS-BAND-SUB)
                TO MISX-UTL-PRIOR-COUNT
           MOVE WS-BND-PRIOR-BALANCE(WS-BAND-SUB)
                TO MISX-UTL-PRIOR-BALANCE
           MOVE MISX-UTIL-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT.

      *================================================================*
      * SECTION 4 - RECEIVABLES BY CYCLE GROUP AND BALANCE BUCKET.     *
      * UTILIZATION IS THE BALANCE OF THE OPEN AND SUSPENDED ACCOUNTS  *
      * OVER THEIR CREDIT LIMITS.                                      *
      *================================================================*
       4400-REPORT-CYCLE-GROUPS.
           MOVE 'RECEIVABLES BY CYCLE GROUP AND BALANCE BUCKET'
                TO SEC-HEADER-TEXT
           WRITE MIS-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2
           WRITE MIS-REPORT-LINE FROM HDR-CYCLE AFTER 1

           EXEC SQL
               DECLARE GROUP-CURSOR CURSOR FOR
               SELECT CYCLE_GROUP,
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                                AND ACCOUNT_STATUS IN ('A', 'S')
                               THEN CREDIT_LIMIT ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                                AND ACCOUNT_STATUS IN ('A', 'S')
                               THEN CURRENT_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN PURCHASE_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN CASHADV_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN FEE_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN BALXFER_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH = :SQL-SNP-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END),
                      SUM(CASE WHEN SNAPSHOT_MONTH =
                                    :SQL-SNP-PRIOR-MONTH
                               THEN CURRENT_BALANCE ELSE 0 END)
               FROM   PORTFOLIO_SNAPSHOT
               WHERE  SNAPSHOT_MONTH IN (:SQL-SNP-MONTH,
                                         :SQL-SNP-PRIOR-MONTH)
               GROUP BY CYCLE_GROUP
               ORDER BY CYCLE_GROUP
           END-EXEC

           EXEC SQL
               OPEN GROUP-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE 'N' TO WS-MIS-EOF-FLAG
           PERFORM 4410-FETCH-GROUP
           PERFORM 4420-REPORT-ONE-GROUP UNTIL END-OF-MIS-ROWS

           EXEC SQL
               CLOSE GROUP-CURSOR
           END-EXEC

           MOVE 'ALL' TO CYC-GROUP
           MOVE WS-GRP-COUNT TO CYC-COUNT
           MOVE WS-GRP-PURCHASE TO CYC-PURCHASE
           MOVE WS-GRP-CASHADV TO CYC-CASHADV
           MOVE WS-GRP-FEE TO CYC-FEE
           MOVE WS-GRP-BALXFER TO CYC-BALXFER
           MOVE WS-GRP-BALANCE TO CYC-TOTAL
           MOVE WS-GRP-OPEN-BALANCE TO WS-PCT-PART
           MOVE WS-GRP-LIMIT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO CYC-UTIL-PCT
           MOVE WS-GRP-PRIOR-BALANCE TO CYC-PRIOR-TOTAL
           WRITE MIS-REPORT-LINE FROM CYCLE-LINE AFTER 2.

       4410-FETCH-GROUP.
           EXEC SQL
               FETCH GROUP-CURSOR
               INTO  :SQL-MIS-CYCLE-GROUP,
                     :SQL-MIS-COUNT,
                     :SQL-MIS-LIMIT,
                     :SQL-MIS-OPEN-BALANCE,
                     :SQL-MIS-PURCHASE,
                     :SQL-MIS-CASHADV,
                     :SQL-MIS-FEE,
                     :SQL-MIS-BALXFER,
                     :SQL-MIS-BALANCE,
                     :SQL-MIS-PRIOR-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-MIS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

       4420-REPORT-ONE-GROUP.
           IF SQL-MIS-CYCLE-GROUP = SPACES
               MOVE '--' TO CYC-GROUP
           ELSE
               MOVE SQL-MIS-CYCLE-GROUP TO CYC-GROUP
           END-IF
           MOVE SQL-MIS-COUNT TO CYC-COUNT
           MOVE SQL-MIS-PURCHASE TO CYC-PURCHASE
           MOVE SQL-MIS-CASHADV TO CYC-CASHADV
           MOVE SQL-MIS-FEE TO CYC-FEE
           MOVE SQL-MIS-BALXFER TO CYC-BALXFER
           MOVE SQL-MIS-BALANCE TO CYC-TOTAL
           MOVE SQL-MIS-OPEN-BALANCE TO WS-PCT-PART
           MOVE SQL-MIS-LIMIT TO WS-PCT-BASE
           PERFORM 7500-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO CYC-UTIL-PCT
           MOVE SQL-MIS-PRIOR-BALANCE TO CYC-PRIOR-TOTAL
           WRITE MIS-REPORT-LINE FROM CYCLE-LINE AFTER 1

           ADD SQL-MIS-COUNT TO WS-GRP-COUNT
           ADD SQL-MIS-LIMIT TO WS-GRP-LIMIT
           ADD SQL-MIS-OPEN-BALANCE TO WS-GRP-OPEN-BALANCE
           ADD SQL-MIS-PURCHASE TO WS-GRP-PURCHASE
           ADD SQL-MIS-CASHADV TO WS-GRP-CASHADV
           ADD SQL-MIS-FEE TO WS-GRP-FEE
           ADD SQL-MIS-BALXFER TO WS-GRP-BALXFER
           ADD SQL-MIS-BALANCE TO WS-GRP-BALANCE
           ADD SQL-MIS-PRIOR-BALANCE TO WS-GRP-PRIOR-BALANCE

           MOVE SPACES TO MISX-GROUP-RECORD
           SET MISX-CYCLE-GROUP TO TRUE
           MOVE SQL-MIS-CYCLE-GROUP TO MISX-GRP-CYCLE-GROUP
           MOVE SQL-MIS-COUNT TO MISX-GRP-ACCOUNT-COUNT
           MOVE SQL-MIS-LIMIT TO MISX-GRP-OPEN-LIMIT
           MOVE SQL-MIS-PURCHASE TO MISX-GRP-PURCHASE
           MOVE SQL-MIS-CASHADV TO MISX-GRP-CASHADV
           MOVE SQL-MIS-FEE TO MISX-GRP-FEE
           MOVE SQL-MIS-BALXFER TO MISX-GRP-BALXFER
           MOVE SQL-MIS-BALANCE TO MISX-GRP-TOTAL
           MOVE WS-PCT-RESULT TO MISX-GRP-UTIL-PCT
           MOVE SQL-MIS-PRIOR-BALANCE TO MISX-GRP-PRIOR-TOTAL
           MOVE MISX-GROUP-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT

           PERFORM 4410-FETCH-GROUP.

      *================================================================*
      * SECTION 5 - NET CREDIT LOSS FOR THE MONTH: CHGOFF ROWS POSTED  *
      * IN THE MONTH BY WRITE-OFF BUCKET (CCARDCHG TAGS THE BUCKET IN  *
      * MERCHANT_ID), LESS RECOVERY ROWS (PAYMENTS ON CHARGED-OFF      *
      * ACCOUNTS). THE ANNUALIZED RATE IS TWELVE TIMES THE MONTH'S NET *
      * LOSS OVER THE AVERAGE OF THIS AND LAST MONTH'S RECEIVABLES.    *
      *================================================================*
       4500-REPORT-CREDIT-LOSS.
           MOVE 'NET CREDIT LOSS' TO SEC-HEADER-TEXT
           WRITE MIS-REPORT-LINE FROM SEC-HEADER-LINE AFTER 2

           EXEC SQL
               DECLARE LOSS-CURSOR CURSOR FOR
               SELECT MERCHANT_ID,
                      COALESCE(SUM(AMOUNT), 0)
               FROM   TRANSACTION_LOG
               WHERE  TRANSACTION_TYPE = 'CHGOFF'
                 AND  SUBSTR(CHAR(TRANSACTION_DATE), 1, 7)
                      = :SQL-SNP-MONTH
               GROUP BY MERCHANT_ID
               ORDER BY MERCHANT_ID
           END-EXEC

           EXEC SQL
               OPEN LOSS-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           MOVE 'N' TO WS-MIS-EOF-FLAG
           PERFORM 4510-FETCH-LOSS
           PERFORM 4520-REPORT-LOSS-BUCKET UNTIL END-OF-MIS-ROWS

           EXEC SQL
               CLOSE LOSS-CURSOR
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-RECOVERY-AMOUNT
               FROM   TRANSACTION_LOG
               WHERE  TRANSACTION_TYPE = 'RECOVERY'
                 AND  SUBSTR(CHAR(TRANSACTION_DATE), 1, 7)
                      = :SQL-SNP-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           COMPUTE WS-NET-CREDIT-LOSS =
                   WS-GROSS-CHGOFF - SQL-RECOVERY-AMOUNT

           IF WS-PRIOR-MONTH-FOUND
               COMPUTE WS-AVG-RECEIVABLES ROUNDED =
                       (WS-RECEIVABLES + WS-PRIOR-RECEIVABLES) / 2
           ELSE
               MOVE WS-RECEIVABLES TO WS-AVG-RECEIVABLES
           END-IF

           IF WS-AVG-RECEIVABLES > ZERO
               COMPUTE WS-NCL-ANNUAL-PCT ROUNDED =
                       WS-NET-CREDIT-LOSS * 12 * 100
                     / WS-AVG-RECEIVABLES
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-NCL-ANNUAL-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-NCL-ANNUAL-PCT
           END-IF

           MOVE 'Gross Charge-Offs:' TO SUM-AMOUNT-LABEL
           MOVE WS-GROSS-CHGOFF TO SUM-AMOUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-AMOUNT-LINE AFTER 2

           MOVE 'Less Recoveries:' TO SUM-AMOUNT-LABEL
           MOVE SQL-RECOVERY-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-AMOUNT-LINE AFTER 1

           MOVE 'Net Credit Loss:' TO SUM-AMOUNT-LABEL
           MOVE WS-NET-CREDIT-LOSS TO SUM-AMOUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-AMOUNT-LINE AFTER 1

           MOVE 'Average Receivables:' TO SUM-AMOUNT-LABEL
           MOVE WS-AVG-RECEIVABLES TO SUM-AMOUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-AMOUNT-LINE AFTER 1

           MOVE 'Annualized NCL Rate:' TO SUM-RATE-LABEL
           MOVE WS-NCL-ANNUAL-PCT TO SUM-RATE-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-RATE-LINE AFTER 1

           MOVE SPACES TO MISX-NCL-RECORD
           SET MISX-NET-CREDIT-LOSS TO TRUE
           MOVE WS-GROSS-CHGOFF TO MISX-NCL-GROSS-CHGOFF
           MOVE SQL-RECOVERY-AMOUNT TO MISX-NCL-RECOVERIES
           MOVE WS-NET-CREDIT-LOSS TO MISX-NCL-NET-LOSS
           MOVE WS-AVG-RECEIVABLES TO MISX-NCL-AVG-RECEIVABLES
           MOVE WS-NCL-ANNUAL-PCT TO MISX-NCL-ANNUAL-PCT
           MOVE MISX-NCL-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT.

       4510-FETCH-LOSS.
           EXEC SQL
               FETCH LOSS-CURSOR
               INTO  :SQL-LOSS-TAG,
                     :SQL-LOSS-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-MIS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-MIS-RUN
           END-EVALUATE.

       4520-REPORT-LOSS-BUCKET.
           EVALUATE SQL-LOSS-TAG
               WHEN 'PURCHBAL'
                   MOVE 'Charged Off - Purchases:'
                        TO SUM-AMOUNT-LABEL
               WHEN 'CASHBAL'
                   MOVE 'Charged Off - Cash Advances:'
                        TO SUM-AMOUNT-LABEL
               WHEN 'FEEBAL'
                   MOVE 'Charged Off - Fees/Interest:'
                        TO SUM-AMOUNT-LABEL
               WHEN 'XFERBAL'
                   MOVE 'Charged Off - Bal Transfers:'
                        TO SUM-AMOUNT-LABEL
               WHEN OTHER
                   MOVE 'Charged Off - Other:' TO SUM-AMOUNT-LABEL
           END-EVALUATE
           MOVE SQL-LOSS-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE MIS-REPORT-LINE FROM SUM-MIS-AMOUNT-LINE AFTER 1

           ADD SQL-LOSS-AMOUNT TO WS-GROSS-CHGOFF

           MOVE SPACES TO MISX-LOSS-RECORD
           SET MISX-LOSS-BUCKET TO TRUE
           MOVE SQL-LOSS-TAG TO MISX-LOS-BUCKET-TAG
           MOVE SQL-LOSS-AMOUNT TO MISX-LOS-AMOUNT
           MOVE MISX-LOSS-RECORD TO MIS-EXTRACT-RECORD
           PERFORM 7900-WRITE-EXTRACT

           PERFORM 4510-FETCH-LOSS.

      *================================================================*
      * UTILITIES                                                      *
      *================================================================*
      *----------------------------------------------------------------*
      * WS-PCT-PART AS A PERCENTAGE OF WS-PCT-BASE INTO WS-PCT-RESULT  *
      * (ZERO WHEN THERE IS NO BASE)                                   *
      *----------------------------------------------------------------*
       7500-COMPUTE-PERCENT.
           IF WS-PCT-BASE = ZERO
               MOVE ZERO TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-RESULT ROUNDED =
                       WS-PCT-PART * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-RESULT
               END-COMPUTE
           END-IF.

       7900-WRITE-EXTRACT.
           WRITE MIS-EXTRACT-RECORD

           IF WS-MISX-STATUS NOT = '00'
               DISPLAY 'ERROR: MIS extract write failed (status '
                       WS-MISX-STATUS ')'
               PERFORM 9999-ABEND-MIS-RUN
           END-IF

           ADD 1 TO WS-EXTRACT-COUNT.

      *================================================================*
      * ERROR HANDLING                                                 *
      *================================================================*
       9100-HANDLE-DB2-ERROR.
           DISPLAY '***** DB2 ERROR *****'
           DISPLAY 'SQLCODE: ' SQLCODE
           DISPLAY 'SQLERRM: ' SQLERRMC
           DISPLAY '*********************'.

      *----------------------------------------------------------------*
      * HARD STOP - THE SNAPSHOT IS ROLLED BACK AND THE RUN ENDS WITH  *
      * RETURN CODE 16. A RERUN FOR THE SAME MONTH REBUILDS IT.        *
      *----------------------------------------------------------------*
       9999-ABEND-MIS-RUN.
           DISPLAY '***** MONTHLY PORTFOLIO MIS ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE MIS-REPORT-FILE
                 MIS-EXTRACT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
