      *    (OR BLANK) IS THE NORMAL END-OF-DAY SETTLEMENT RUN,      *
      *    WHICH POSTS FOR REAL AND CLEARS THE MEMO POSITIONS.      *
           05  CTL-RUN-MODE             PIC X(1).
      *    SANCTIONS RESCREEN (CCARDSCN): MATCH SCORE (0-100) AT OR  *
      *    ABOVE WHICH A NAME GOES TO THE REVIEW QUEUE - ZERO USES   *
      *    THE STANDARD 80 THAT CACM SCREENS NEW ACCOUNTS AT         *
           05  CTL-SCREEN-THRESHOLD     PIC 9(3).
      *    AUTHORIZATION MATCH TOLERANCE (CCARDPROC): A PURCHASE     *
      *    SETTLING ABOVE AN OUTSTANDING APPROVAL STILL MATCHES IT   *
      *    WHEN THE OVERAGE IS WITHIN THIS PERCENTAGE OF THE         *
      *    APPROVED AMOUNT OR WITHIN THIS FLAT AMOUNT (TIPS, HOTEL   *
      *    INCIDENTALS) - ZERO USES THE PROGRAM DEFAULTS             *
           05  CTL-AUTH-MATCH-PCT       PIC 9V9999.
           05  CTL-AUTH-MATCH-AMT       PIC 9(4)V99.
      *    REFUND CHECKS STILL UNCASHED THIS MANY DAYS AFTER ISSUE  *
      *    ARE STALE-DATED AND VOIDED BY CCARDCKR, WHICH POSTS THE  *
      *    CREDIT BACK TO THE ACCOUNT                               *
           05  CTL-CHECK-STALE-DAYS     PIC 9(3).
      *    UNCLAIMED-PROPERTY DORMANCY IN YEARS FOR A STATE WITH NO *
      *    ESCHEAT_DORMANCY ROW, AND 'Y' WHEN THE CCARDESC RUN IS   *
      *    THE REMITTANCE RUN THAT TAKES THE BALANCES OFF THE       *
      *    ACCOUNTS (ANYTHING ELSE IS A REPORT-ONLY PREVIEW)        *
           05  CTL-ESCHEAT-YEARS        PIC 9(2).
           05  CTL-ESCHEAT-REMIT        PIC X(1).
      *    DUAL-CONTROL REVIEW (CCARDAUR): HOURS A PENDING CHANGE   *
      *    MAY WAIT FOR A CHECKER BEFORE IT IS REPORTED AS OVERDUE, *
      *    AND THE BUSINESS DAY (START HOUR INCLUSIVE, END HOUR     *
      *    EXCLUSIVE, 24-HOUR CLOCK) OUTSIDE WHICH AN ONLINE CHANGE *
      *    IS FLAGGED - ZERO USES THE DEFAULTS OF 24, 08 AND 18     *
           05  CTL-APPROVAL-HOURS       PIC 9(3).
           05  CTL-BUSINESS-START       PIC 9(2).
           05  CTL-BUSINESS-END         PIC 9(2).
      *    FRAUD CLAIMS (CCARDFRD): DAYS A CLAIM STAYS OPEN AFTER   *
      *    IT IS FILED SO CHARGES AUTHORIZED BEFORE THE BLOCK BUT   *
      *    SETTLED LATER ARE STILL CREDITED - ZERO USES 30          *
           05  CTL-FRAUD-WINDOW-DAYS    PIC 9(3).
           05  FILLER                   PIC X(1).
