      *          REPORT SHOWS THE ACCOUNTS REPORTED BY METRO 2        *
      *          STATUS CODE AND THE SUPPRESSION COUNT.               *
      *                                                                *
      *          SPECIAL HANDLING IN FORCE ON THE RUN DATE (SET ON    *
      *          CACM) DRIVES THE CONSUMER INFORMATION INDICATOR AND  *
      *          ECOA CODE: BANKRUPTCY REPORTS THE PETITION CHAPTER   *
      *          (CII A/B/C/D) AND DECEASED REPORTS ECOA X. AN SCRA   *
      *          ACTIVE DUTY RATE CAP HAS NO CII OF ITS OWN AND       *
      *          REPORTS AS NORMAL.                                   *
      *                                                                *
      *          NAME, ADDRESS, SSN AND DATE OF BIRTH COME FROM THE   *
      *          CUSTOMER RECORD THE ACCOUNT IS LINKED TO. AN ACCOUNT *
      *          NOT YET LINKED REPORTS THE NAME AND ADDRESS CARRIED  *
      *          ON CREDIT_ACCOUNT WITH NO SSN OR DATE OF BIRTH, AND  *
      *          IS COUNTED ON THE CONTROL REPORT - THE BUREAU MAY    *
      *          REJECT A BASE SEGMENT WITHOUT THEM.                  *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE)                       *
      * OUTPUT:  METRO 2 BUREAU FILE (MET2REC LAYOUT)                  *
      *          BUREAU REPORTING CONTROL REPORT                       *
      * DATABASE: DB2 CREDIT_ACCOUNT, CUSTOMER, STATEMENT_HISTORY,     *
      *           DISPUTE_CASE TABLES                                  *
      ******************************************************************

           05  SQL-CITY                 PIC X(20).
           05  SQL-STATE                PIC X(2).
           05  SQL-ZIP                  PIC X(10).
           05  SQL-SPECIAL-HANDLING     PIC X(1).
               88  SQL-SPECIAL-DECEASED         VALUE 'D'.
               88  SQL-SPECIAL-BANKRUPT         VALUE 'B'.
           05  SQL-SPECIAL-START-DATE   PIC X(10).
           05  SQL-SPECIAL-END-DATE     PIC X(10).
           05  SQL-BANKRUPTCY-CHAPTER   PIC X(2).
           05  SQL-TAX-ID               PIC X(9).
           05  SQL-BIRTH-DATE           PIC X(10).

       01  SQL-OPEN-DISPUTE-COUNT       PIC S9(9) COMP.

           05  WS-RUN-DATE              PIC X(10).
           05  WS-STATUS-CODE           PIC X(2).
           05  WS-PAST-DUE-AMT          PIC S9(8)V99 COMP-3.
           05  WS-CII-CODE              PIC X(2).
           05  WS-ECOA-CODE             PIC X(1).

       01  WS-CONSTANTS.
           05  WS-REPORTER-NAME         PIC X(40) VALUE
               'CAPSTONE CARD SERVICES'.
           05  WS-ECOA-INDIVIDUAL       PIC X(1)  VALUE '1'.
           05  WS-ECOA-DECEASED         PIC X(1)  VALUE 'X'.
           05  WS-CII-CHAPTER-7         PIC X(2)  VALUE 'A '.
           05  WS-CII-CHAPTER-11        PIC X(2)  VALUE 'B '.
           05  WS-CII-CHAPTER-12        PIC X(2)  VALUE 'C '.
           05  WS-CII-CHAPTER-13        PIC X(2)  VALUE 'D '.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-SCANNED      PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-REPORTED     PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-SUPPRESSED   PIC 9(7) VALUE ZERO.
           05  WS-BANKRUPT-REPORTED     PIC 9(7) VALUE ZERO.
           05  WS-DECEASED-REPORTED     PIC 9(7) VALUE ZERO.
           05  WS-UNIDENTIFIED-REPORTED PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * PER-STATUS-CODE REPORTING COUNTS FOR THE CONTROL REPORT        *

           EXEC SQL
               DECLARE MET-CURSOR CURSOR FOR
               SELECT A.ACCOUNT_NUMBER,
                      COALESCE(C.CUSTOMER_NAME, A.CUSTOMER_NAME),
                      A.CURRENT_BALANCE,
                      A.CREDIT_LIMIT,
                      A.LAST_PAYMENT_DATE,
                      A.ACCOUNT_STATUS,
                      COALESCE(C.ADDR_LINE_1, A.ADDR_LINE_1),
                      COALESCE(C.ADDR_LINE_2, A.ADDR_LINE_2),
                      COALESCE(C.CITY, A.CITY),
                      COALESCE(C.STATE, A.STATE),
                      COALESCE(C.ZIP_CODE, A.ZIP_CODE),
                      A.SPECIAL_HANDLING,
                      COALESCE(CHAR(A.SPECIAL_START_DATE), ' '),
                      COALESCE(CHAR(A.SPECIAL_END_DATE), ' '),
                      A.BANKRUPTCY_CHAPTER,
                      COALESCE(C.TAX_ID, ' '),
                      COALESCE(CHAR(C.DATE_OF_BIRTH), ' ')
               FROM CREDIT_ACCOUNT A
                    LEFT OUTER JOIN CUSTOMER C
                      ON C.CUSTOMER_ID = A.CUSTOMER_ID
               ORDER BY A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
                    :SQL-ADDR-LINE-2,
                    :SQL-CITY,
                    :SQL-STATE,
                    :SQL-ZIP,
                    :SQL-SPECIAL-HANDLING,
                    :SQL-SPECIAL-START-DATE,
                    :SQL-SPECIAL-END-DATE,
                    :SQL-BANKRUPTCY-CHAPTER,
                    :SQL-TAX-ID,
                    :SQL-BIRTH-DATE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT TRANSMIT A SHORT BUREAU FILE AS IF COMPLETE  *
           ELSE
               PERFORM 2200-GET-DELINQUENCY-STANDING
               PERFORM 2300-DERIVE-STATUS-CODE
               PERFORM 2350-DERIVE-CONSUMER-INFO
               PERFORM 2400-WRITE-BASE-SEGMENT
               PERFORM 2500-BUMP-STATUS-COUNT
               ADD 1 TO WS-ACCOUNTS-REPORTED
                   MOVE '84' TO WS-STATUS-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CONSUMER INFORMATION INDICATOR AND ECOA CODE FROM THE SPECIAL *
      * HANDLING IN FORCE ON THE RUN DATE - BANKRUPTCY BY PETITION    *
      * CHAPTER, DECEASED AS ECOA X. ANYTHING ELSE IS AN INDIVIDUAL   *
      * ACCOUNT WITH NO INDICATOR.                                    *
      *----------------------------------------------------------------*
       2350-DERIVE-CONSUMER-INFO.
           MOVE SPACES TO WS-CII-CODE
           MOVE WS-ECOA-INDIVIDUAL TO WS-ECOA-CODE

           IF SQL-SPECIAL-START-DATE NOT = SPACES
              AND SQL-SPECIAL-START-DATE NOT > WS-RUN-DATE
              AND (SQL-SPECIAL-END-DATE = SPACES
                   OR SQL-SPECIAL-END-DATE NOT < WS-RUN-DATE)
               EVALUATE TRUE
                   WHEN SQL-SPECIAL-BANKRUPT
                       EVALUATE SQL-BANKRUPTCY-CHAPTER
                           WHEN '07'
                               MOVE WS-CII-CHAPTER-7 TO WS-CII-CODE
                           WHEN '11'
                               MOVE WS-CII-CHAPTER-11 TO WS-CII-CODE
                           WHEN '12'
                               MOVE WS-CII-CHAPTER-12 TO WS-CII-CODE
                           WHEN '13'
                               MOVE WS-CII-CHAPTER-13 TO WS-CII-CODE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WS-CII-CODE NOT = SPACES
                           ADD 1 TO WS-BANKRUPT-REPORTED
                       END-IF
                   WHEN SQL-SPECIAL-DECEASED
                       MOVE WS-ECOA-DECEASED TO WS-ECOA-CODE
                       ADD 1 TO WS-DECEASED-REPORTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE BASE SEGMENT                                         *
      *----------------------------------------------------------------*
           MOVE WS-PAST-DUE-AMT TO MET2-BASE-PAST-DUE-AMT
           MOVE SQL-LAST-PAYMENT-DATE TO MET2-BASE-LAST-PAY-DATE
           MOVE SQL-STMH-CONSEC-MISSED TO MET2-BASE-CYCLES-MISSED
           MOVE WS-CII-CODE TO MET2-BASE-CII
           MOVE WS-ECOA-CODE TO MET2-BASE-ECOA-CODE
           MOVE SQL-TAX-ID TO MET2-BASE-SSN
           MOVE SQL-BIRTH-DATE TO MET2-BASE-DOB
           IF SQL-TAX-ID = SPACES
               ADD 1 TO WS-UNIDENTIFIED-REPORTED
           END-IF
           WRITE BUREAU-RECORD FROM MET2-BASE-RECORD

           IF WS-MET-STATUS NOT = '00'
           WRITE BUREAU-REPORT-LINE FROM SUM-BUREAU-COUNT-LINE
                 AFTER 1

           MOVE 'Bankruptcy CII Reported:' TO SUM-COUNT-LABEL
           MOVE WS-BANKRUPT-REPORTED TO SUM-COUNT-VALUE
           WRITE BUREAU-REPORT-LINE FROM SUM-BUREAU-COUNT-LINE
                 AFTER 1

           MOVE 'Deceased (ECOA X) Reported:' TO SUM-COUNT-LABEL
           MOVE WS-DECEASED-REPORTED TO SUM-COUNT-VALUE
           WRITE BUREAU-REPORT-LINE FROM SUM-BUREAU-COUNT-LINE
                 AFTER 1

           MOVE 'Reported Without SSN/DOB:' TO SUM-COUNT-LABEL
           MOVE WS-UNIDENTIFIED-REPORTED TO SUM-COUNT-VALUE
           WRITE BUREAU-REPORT-LINE FROM SUM-BUREAU-COUNT-LINE
                 AFTER 1

           CLOSE BUREAU-FILE
           CLOSE BUREAU-REPORT-FILE

           DISPLAY '  Accounts Scanned:    ' WS-ACCOUNTS-SCANNED
           DISPLAY '  Accounts Reported:   ' WS-ACCOUNTS-REPORTED
           DISPLAY '  Accounts Suppressed: ' WS-ACCOUNTS-SUPPRESSED
           DISPLAY '  Bankruptcy CII:      ' WS-BANKRUPT-REPORTED
           DISPLAY '  Deceased ECOA X:     ' WS-DECEASED-REPORTED
           DISPLAY '  Without SSN/DOB:     ' WS-UNIDENTIFIED-REPORTED
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
