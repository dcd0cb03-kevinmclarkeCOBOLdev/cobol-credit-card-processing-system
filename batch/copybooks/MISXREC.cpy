      ******************************************************************
      * MISXREC.CPY - MONTHLY PORTFOLIO MIS EXTRACT LAYOUTS            *
      * LENGTH: 120 BYTES FIXED, FIRST BYTE IS THE RECORD TYPE         *
      * WRITTEN BY CCARDMIS ALONGSIDE THE 132-COLUMN PRINT FILE SO     *
      * THE RISK TEAM CAN LOAD THE SAME FIGURES INTO ITS MODELS:       *
      *   H - ONE HEADER (MONTH, PRIOR MONTH COMPARED AGAINST)         *
      *   D - ONE PER DELINQUENCY STATE (THIS MONTH AND PRIOR)         *
      *   R - ONE PER ROLL-RATE MATRIX CELL WITH ANY ACCOUNTS          *
      *       (FROM STATE 0 = NEW SINCE THE PRIOR MONTH)               *
      *   S - ONE PER DELINQUENCY STATE: ROLL-FORWARD AND CURE RATES   *
      *   U - ONE PER UTILIZATION BAND (THIS MONTH AND PRIOR)          *
      *   G - ONE PER CYCLE GROUP: RECEIVABLES BY BALANCE BUCKET       *
      *   L - ONE PER WRITE-OFF BALANCE BUCKET TAG CHARGED OFF         *
      *   N - ONE NET CREDIT LOSS SUMMARY                              *
      *   T - ONE TRAILER WITH THE RECORD COUNT                        *
      * DELINQUENCY STATES: 1 CURRENT, 2 30-59, 3 60-89, 4 90-119,     *
      * 5 120-149, 6 150+ DAYS, 7 CHARGED OFF, 8 CLOSED.               *
      * SIGNED AMOUNTS CARRY A LEADING SEPARATE SIGN BYTE; RATES ARE   *
      * PERCENTAGES WITH TWO IMPLIED DECIMALS.                         *
      ******************************************************************
       01  MISX-HEADER-RECORD.
           05  MISX-HDR-RECORD-TYPE     PIC X(1).
               88  MISX-HEADER                  VALUE 'H'.
           05  MISX-HDR-RUN-DATE        PIC X(10).
           05  MISX-HDR-MONTH           PIC X(7).
           05  MISX-HDR-PRIOR-MONTH     PIC X(7).
           05  MISX-HDR-BATCH-ID        PIC X(10).
           05  MISX-HDR-ACCOUNT-COUNT   PIC 9(7).
           05  FILLER                   PIC X(78).

       01  MISX-DELINQ-RECORD.
           05  MISX-DLQ-RECORD-TYPE     PIC X(1).
               88  MISX-DELINQUENCY             VALUE 'D'.
           05  MISX-DLQ-STATE           PIC 9(1).
           05  MISX-DLQ-STATE-NAME      PIC X(12).
           05  MISX-DLQ-COUNT           PIC 9(7).
           05  MISX-DLQ-BALANCE         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-DLQ-PRIOR-COUNT     PIC 9(7).
           05  MISX-DLQ-PRIOR-BALANCE   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(64).

       01  MISX-ROLL-RECORD.
           05  MISX-ROL-RECORD-TYPE     PIC X(1).
               88  MISX-ROLL-CELL               VALUE 'R'.
           05  MISX-ROL-FROM-STATE      PIC 9(1).
           05  MISX-ROL-TO-STATE        PIC 9(1).
           05  MISX-ROL-COUNT           PIC 9(7).
           05  MISX-ROL-PRIOR-BALANCE   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-ROL-BALANCE         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(82).

       01  MISX-RATE-RECORD.
           05  MISX-RTE-RECORD-TYPE     PIC X(1).
               88  MISX-ROLL-RATE               VALUE 'S'.
           05  MISX-RTE-FROM-STATE      PIC 9(1).
           05  MISX-RTE-FROM-COUNT      PIC 9(7).
           05  MISX-RTE-ROLL-COUNT      PIC 9(7).
           05  MISX-RTE-ROLL-PCT        PIC 9(3)V99.
           05  MISX-RTE-CURE-COUNT      PIC 9(7).
           05  MISX-RTE-CURE-PCT        PIC 9(3)V99.
           05  MISX-RTE-DOLLAR-ROLL-PCT PIC 9(3)V99.
           05  FILLER                   PIC X(82).

       01  MISX-UTIL-RECORD.
           05  MISX-UTL-RECORD-TYPE     PIC X(1).
               88  MISX-UTILIZATION             VALUE 'U'.
           05  MISX-UTL-BAND            PIC X(2).
           05  MISX-UTL-BAND-NAME       PIC X(12).
           05  MISX-UTL-COUNT           PIC 9(7).
           05  MISX-UTL-BALANCE         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-UTL-PRIOR-COUNT     PIC 9(7).
           05  MISX-UTL-PRIOR-BALANCE   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(63).

       01  MISX-GROUP-RECORD.
           05  MISX-GRP-RECORD-TYPE     PIC X(1).
               88  MISX-CYCLE-GROUP             VALUE 'G'.
           05  MISX-GRP-CYCLE-GROUP     PIC X(2).
           05  MISX-GRP-ACCOUNT-COUNT   PIC 9(7).
           05  MISX-GRP-OPEN-LIMIT      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-PURCHASE        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-CASHADV         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-FEE             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-BALXFER         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-TOTAL           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-GRP-UTIL-PCT        PIC 9(3)V99.
           05  MISX-GRP-PRIOR-TOTAL     PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(7).

       01  MISX-LOSS-RECORD.
           05  MISX-LOS-RECORD-TYPE     PIC X(1).
               88  MISX-LOSS-BUCKET             VALUE 'L'.
           05  MISX-LOS-BUCKET-TAG      PIC X(10).
           05  MISX-LOS-AMOUNT          PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(95).

       01  MISX-NCL-RECORD.
           05  MISX-NCL-RECORD-TYPE     PIC X(1).
               88  MISX-NET-CREDIT-LOSS         VALUE 'N'.
           05  MISX-NCL-GROSS-CHGOFF    PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-NCL-RECOVERIES      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-NCL-NET-LOSS        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-NCL-AVG-RECEIVABLES PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  MISX-NCL-ANNUAL-PCT      PIC S9(3)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(57).

       01  MISX-TRAILER-RECORD.
           05  MISX-TRL-RECORD-TYPE     PIC X(1).
               88  MISX-TRAILER                 VALUE 'T'.
           05  MISX-TRL-MONTH           PIC X(7).
           05  MISX-TRL-RECORD-COUNT    PIC 9(7).
           05  FILLER                   PIC X(105).
