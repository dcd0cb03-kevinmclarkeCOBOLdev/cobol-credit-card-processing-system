       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDASR.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDASR - AUTHORIZATION-TO-SETTLEMENT RECONCILIATION *
      * PURPOSE: CCARDPROC NOW MATCHES EACH POSTED PURCHASE TO ITS    *
      *          ONLINE APPROVAL WITHIN A TOLERANCE, RECORDING THE    *
      *          AUTH ID AND VARIANCE ON BOTH ROWS, AND CCARDAEX      *
      *          STAMPS THE DATE AN UNSETTLED APPROVAL EXPIRED. THIS  *
      *          NIGHTLY REPORT READS TRANSACTION_LOG AND             *
      *          AUTHORIZATION_LOG AND LISTS, MERCHANT BY MERCHANT,   *
      *          THE ITEMS WHERE WE MAY HOLD CHARGEBACK RIGHTS:       *
      *            - FORCE POSTS: PURCHASES THE NIGHT'S POSTING RUN   *
      *              SETTLED WITH NO APPROVAL ON FILE (AUTH_ID 0)     *
      *            - OVER-AUTH: PURCHASES THAT SETTLED ABOVE THE      *
      *              APPROVED AMOUNT (POSITIVE AUTH_VARIANCE)         *
      *            - EXPIRED: APPROVALS CCARDAEX EXPIRED ON THE RUN   *
      *              DATE WITHOUT THE MERCHANT EVER SETTLING          *
      *          WITH A SUBTOTAL PER MERCHANT AND GRAND TOTALS, PLUS  *
      *          THE COUNT OF SETTLEMENTS THAT ONLY MATCHED WITHIN    *
      *          TOLERANCE. THE STEP IS READ-ONLY AND RERUNNABLE.     *
      *                                                                *
      * RUNS AFTER CCARDPROC AND CCARDAEX. THE BATCH ID COMES FROM    *
      * THE RUN REGISTRY (LATEST COMPLETE CCARDPROC RUN) UNLESS THE   *
      * CONTROL CARD OVERRIDES IT.                                    *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (BATCH ID / PROCESS DATE)            *
      * OUTPUT:  AUTHORIZATION RECONCILIATION REPORT                   *
      * DATABASE: DB2 TRANSACTION_LOG, AUTHORIZATION_LOG TABLES        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO ASRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECON-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES - ONE EXCEPTION ITEM FROM THE CURSOR       *
      *----------------------------------------------------------------*
       01  SQL-EXCEPTION-DATA.
           05  SQL-EXC-MERCHANT-ID      PIC X(10).
           05  SQL-EXC-KIND             PIC X(1).
               88  SQL-EXC-FORCE-POST           VALUE 'F'.
               88  SQL-EXC-OVER-AUTH            VALUE 'O'.
               88  SQL-EXC-EXPIRED              VALUE 'X'.
           05  SQL-EXC-CARD-NUMBER      PIC X(16).
           05  SQL-EXC-ACCOUNT          PIC X(6).
           05  SQL-EXC-AUTH-ID          PIC S9(9) COMP.
           05  SQL-EXC-AUTH-AMOUNT      PIC S9(8)V99 COMP-3.
           05  SQL-EXC-SETTLED-AMOUNT   PIC S9(8)V99 COMP-3.
           05  SQL-EXC-VARIANCE         PIC S9(8)V99 COMP-3.

       01  SQL-TOLERANCE-DATA.
           05  SQL-TOLERANCE-COUNT      PIC S9(9) COMP.
           05  SQL-TOLERANCE-VARIANCE   PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE BATCH ID COMES FROM   *
      * THE LATEST COMPLETE CCARDPROC RUN ON THE REGISTRY UNLESS THE  *
      * CONTROL CARD CARRIES AN EXPLICIT OVERRIDE                     *
      *----------------------------------------------------------------*
       COPY REGREC.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-EXCEPTIONS            VALUE 'Y'.
           05  WS-MERCHANT-OPEN-FLAG    PIC X VALUE 'N'.
               88  WS-MERCHANT-OPEN             VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-CURRENT-MERCHANT      PIC X(10).

      *----------------------------------------------------------------*
      * PER-MERCHANT TOTALS (RESET AT EACH MERCHANT BREAK)             *
      *----------------------------------------------------------------*
       01  WS-MERCHANT-TOTALS.
           05  WS-MER-FORCE-COUNT       PIC 9(7).
           05  WS-MER-FORCE-AMOUNT      PIC S9(9)V99 COMP-3.
           05  WS-MER-OVER-COUNT        PIC 9(7).
           05  WS-MER-OVER-AMOUNT       PIC S9(9)V99 COMP-3.
           05  WS-MER-EXPIRED-COUNT     PIC 9(7).
           05  WS-MER-EXPIRED-AMOUNT    PIC S9(9)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-MERCHANTS-LISTED      PIC 9(7) VALUE ZERO.
           05  WS-FORCE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-FORCE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-OVER-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-OVER-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'AUTHORIZATION-TO-SETTLEMENT RECONCILIATION'.
           05  FILLER                   PIC X(87) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'BATCH ID: '.
           05  HDR-BATCH-ID             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(12) VALUE 'MERCHANT'.
           05  FILLER                   PIC X(12) VALUE 'EXCEPTION'.
           05  FILLER                   PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(11) VALUE 'AUTH ID'.
           05  FILLER                   PIC X(16) VALUE 'AUTHORIZED'.
           05  FILLER                   PIC X(16) VALUE 'SETTLED'.
           05  FILLER                   PIC X(15) VALUE 'VARIANCE'.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-MERCHANT-ID          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-EXCEPTION            PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-CARD-NUMBER          PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-AUTH-ID              PIC Z(8)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-AUTH-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-SETTLED-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-VARIANCE             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  MER-TOTAL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'TOTAL '.
           05  MER-TOT-MERCHANT-ID      PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE 'FORCE: '.
           05  MER-TOT-FORCE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  MER-TOT-FORCE-AMOUNT     PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'OVER: '.
           05  MER-TOT-OVER-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  MER-TOT-OVER-AMOUNT      PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'EXPIRED: '.
           05  MER-TOT-EXPIRED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  MER-TOT-EXPIRED-AMOUNT   PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  SUM-RECON-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'RECONCILIATION SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-RECON-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  SUM-RECON-AMOUNT-LINE.
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
           PERFORM 2000-REPORT-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT RECON-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           WRITE RECON-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RECON-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE RECON-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE RECON-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'AUTHORIZATION RECONCILIATION STARTING'
           DISPLAY 'BATCH ID: ' WS-BATCH-ID
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=============================================='

      *    THE THREE EXCEPTION KINDS IN ONE MERCHANT-ORDERED STREAM - *
      *    POSTINGS FROM THE NIGHT'S BATCH, EXPIRIES FROM THE RUN     *
      *    DATE. AN APPROVAL KEYED WITHOUT A MERCHANT ID REPORTS      *
      *    UNDER A BLANK MERCHANT.                                    *
           EXEC SQL
               DECLARE EXC-CURSOR CURSOR FOR
               SELECT MERCHANT_ID,
                      'F',
                      CARD_NUMBER,
                      ACCOUNT_NUMBER,
                      0,
                      0,
                      AMOUNT,
                      0
               FROM   TRANSACTION_LOG
               WHERE  PROCESSED_BY = :WS-BATCH-ID
                 AND  TRANSACTION_TYPE = 'PURCHASE'
                 AND  AUTH_ID = 0
               UNION ALL
               SELECT MERCHANT_ID,
                      'O',
                      CARD_NUMBER,
                      ACCOUNT_NUMBER,
                      AUTH_ID,
                      AMOUNT - AUTH_VARIANCE,
                      AMOUNT,
                      AUTH_VARIANCE
               FROM   TRANSACTION_LOG
               WHERE  PROCESSED_BY = :WS-BATCH-ID
                 AND  TRANSACTION_TYPE = 'PURCHASE'
                 AND  AUTH_ID > 0
                 AND  AUTH_VARIANCE > 0
               UNION ALL
               SELECT COALESCE(MERCHANT_ID, ' '),
                      'X',
                      CARD_NUMBER,
                      ACCOUNT_NUMBER,
                      AUTH_ID,
                      AMOUNT,
                      0,
                      0
               FROM   AUTHORIZATION_LOG
               WHERE  AUTH_STATUS = 'EXPIRED '
                 AND  EXPIRED_DATE = :WS-RUN-DATE
               ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL
               OPEN EXC-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-RECON-RUN
           END-IF

           PERFORM 1100-FETCH-EXCEPTION.

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
      * CCARDPROC RUN - UNLESS THE CARD CARRIES AN EXPLICIT OVERRIDE. *
      * THE REGISTRY'S PROCESS DATE IS ALSO THE DATE CCARDAEX STAMPED *
      * ON THE NIGHT'S EXPIRIES.                                      *
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

       1100-FETCH-EXCEPTION.
           EXEC SQL
               FETCH EXC-CURSOR
               INTO :SQL-EXC-MERCHANT-ID,
                    :SQL-EXC-KIND,
                    :SQL-EXC-CARD-NUMBER,
                    :SQL-EXC-ACCOUNT,
                    :SQL-EXC-AUTH-ID,
                    :SQL-EXC-AUTH-AMOUNT,
                    :SQL-EXC-SETTLED-AMOUNT,
                    :SQL-EXC-VARIANCE
           END-EXEC
      *    ONLY +100 IS END-OF-DATA - A REAL FETCH ERROR MUST STOP   *
      *    THE RUN, NOT PASS OFF A SHORT REPORT AS COMPLETE          *
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'N' TO WS-EOF-FLAG
               WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-RECON-RUN
           END-EVALUATE.

      *================================================================*
      * REPORT ONE EXCEPTION ITEM, BREAKING ON MERCHANT                *
      *================================================================*
       2000-REPORT-ONE-EXCEPTION.
           IF WS-MERCHANT-OPEN
              AND SQL-EXC-MERCHANT-ID NOT = WS-CURRENT-MERCHANT
               PERFORM 2200-WRITE-MERCHANT-TOTALS
           END-IF

           IF NOT WS-MERCHANT-OPEN
               PERFORM 2100-START-MERCHANT
           END-IF

           MOVE SPACES TO DTL-EXCEPTION
           EVALUATE TRUE
               WHEN SQL-EXC-FORCE-POST
                   MOVE 'FORCE POST' TO DTL-EXCEPTION
                   ADD 1 TO WS-MER-FORCE-COUNT
                   ADD SQL-EXC-SETTLED-AMOUNT TO WS-MER-FORCE-AMOUNT
               WHEN SQL-EXC-OVER-AUTH
                   MOVE 'OVER AUTH' TO DTL-EXCEPTION
                   ADD 1 TO WS-MER-OVER-COUNT
                   ADD SQL-EXC-VARIANCE TO WS-MER-OVER-AMOUNT
               WHEN SQL-EXC-EXPIRED
                   MOVE 'EXPIRED' TO DTL-EXCEPTION
                   ADD 1 TO WS-MER-EXPIRED-COUNT
                   ADD SQL-EXC-AUTH-AMOUNT TO WS-MER-EXPIRED-AMOUNT
           END-EVALUATE

           PERFORM 7000-WRITE-DETAIL

           PERFORM 1100-FETCH-EXCEPTION.

      *----------------------------------------------------------------*
      * START A NEW MERCHANT GROUP                                     *
      *----------------------------------------------------------------*
       2100-START-MERCHANT.
           MOVE SQL-EXC-MERCHANT-ID TO WS-CURRENT-MERCHANT
           MOVE 'Y' TO WS-MERCHANT-OPEN-FLAG
           MOVE ZERO TO WS-MER-FORCE-COUNT
           MOVE ZERO TO WS-MER-FORCE-AMOUNT
           MOVE ZERO TO WS-MER-OVER-COUNT
           MOVE ZERO TO WS-MER-OVER-AMOUNT
           MOVE ZERO TO WS-MER-EXPIRED-COUNT
           MOVE ZERO TO WS-MER-EXPIRED-AMOUNT
           ADD 1 TO WS-MERCHANTS-LISTED.

      *----------------------------------------------------------------*
      * CLOSE THE MERCHANT GROUP - SUBTOTAL LINE, ROLL INTO THE GRAND *
      * TOTALS                                                        *
      *----------------------------------------------------------------*
       2200-WRITE-MERCHANT-TOTALS.
           MOVE WS-CURRENT-MERCHANT TO MER-TOT-MERCHANT-ID
           MOVE WS-MER-FORCE-COUNT TO MER-TOT-FORCE-COUNT
           MOVE WS-MER-FORCE-AMOUNT TO MER-TOT-FORCE-AMOUNT
           MOVE WS-MER-OVER-COUNT TO MER-TOT-OVER-COUNT
           MOVE WS-MER-OVER-AMOUNT TO MER-TOT-OVER-AMOUNT
           MOVE WS-MER-EXPIRED-COUNT TO MER-TOT-EXPIRED-COUNT
           MOVE WS-MER-EXPIRED-AMOUNT TO MER-TOT-EXPIRED-AMOUNT
           WRITE RECON-REPORT-LINE FROM MER-TOTAL-LINE AFTER 1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER 1

           ADD WS-MER-FORCE-COUNT TO WS-FORCE-COUNT
           ADD WS-MER-FORCE-AMOUNT TO WS-FORCE-AMOUNT
           ADD WS-MER-OVER-COUNT TO WS-OVER-COUNT
           ADD WS-MER-OVER-AMOUNT TO WS-OVER-AMOUNT
           ADD WS-MER-EXPIRED-COUNT TO WS-EXPIRED-COUNT
           ADD WS-MER-EXPIRED-AMOUNT TO WS-EXPIRED-AMOUNT

           MOVE 'N' TO WS-MERCHANT-OPEN-FLAG.

      *----------------------------------------------------------------*
      * SETTLEMENTS THAT MATCHED ONLY WITHIN TOLERANCE (EITHER        *
      * DIRECTION) - CONTEXT FOR THE OVER-AUTH COUNT ABOVE            *
      *----------------------------------------------------------------*
       2300-COUNT-TOLERANCE-MATCHES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AUTH_VARIANCE), 0)
               INTO   :SQL-TOLERANCE-COUNT, :SQL-TOLERANCE-VARIANCE
               FROM   TRANSACTION_LOG
               WHERE  PROCESSED_BY = :WS-BATCH-ID
                 AND  TRANSACTION_TYPE = 'PURCHASE'
                 AND  AUTH_ID > 0
                 AND  AUTH_VARIANCE <> 0
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-RECON-RUN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE EXCEPTION DETAIL LINE                                *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SQL-EXC-MERCHANT-ID TO DTL-MERCHANT-ID
           MOVE SQL-EXC-CARD-NUMBER TO DTL-CARD-NUMBER
           MOVE SQL-EXC-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-EXC-AUTH-ID TO DTL-AUTH-ID
           MOVE SQL-EXC-AUTH-AMOUNT TO DTL-AUTH-AMOUNT
           MOVE SQL-EXC-SETTLED-AMOUNT TO DTL-SETTLED-AMOUNT
           MOVE SQL-EXC-VARIANCE TO DTL-VARIANCE
           WRITE RECON-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               CLOSE EXC-CURSOR
           END-EXEC

           IF WS-MERCHANT-OPEN
               PERFORM 2200-WRITE-MERCHANT-TOTALS
           END-IF

           PERFORM 2300-COUNT-TOLERANCE-MATCHES

           WRITE RECON-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE RECON-REPORT-LINE FROM SUM-RECON-HEADER AFTER 1

           MOVE 'Merchants Listed:' TO SUM-COUNT-LABEL
           MOVE WS-MERCHANTS-LISTED TO SUM-COUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-COUNT-LINE
                 AFTER 1

           MOVE 'Force Posts:' TO SUM-COUNT-LABEL
           MOVE WS-FORCE-COUNT TO SUM-COUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-COUNT-LINE
                 AFTER 1

           MOVE 'Force Posted Amount:' TO SUM-AMOUNT-LABEL
           MOVE WS-FORCE-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-AMOUNT-LINE
                 AFTER 1

           MOVE 'Settled Over Authorized:' TO SUM-COUNT-LABEL
           MOVE WS-OVER-COUNT TO SUM-COUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-COUNT-LINE
                 AFTER 1

           MOVE 'Amount Over Authorized:' TO SUM-AMOUNT-LABEL
           MOVE WS-OVER-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-AMOUNT-LINE
                 AFTER 1

           MOVE 'Approvals Expired Unsettled:' TO SUM-COUNT-LABEL
           MOVE WS-EXPIRED-COUNT TO SUM-COUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-COUNT-LINE
                 AFTER 1

           MOVE 'Expired Approval Amount:' TO SUM-AMOUNT-LABEL
           MOVE WS-EXPIRED-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-AMOUNT-LINE
                 AFTER 1

           MOVE 'Matched Within Tolerance:' TO SUM-COUNT-LABEL
           MOVE SQL-TOLERANCE-COUNT TO SUM-COUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-COUNT-LINE
                 AFTER 1

           MOVE 'Net Tolerance Variance:' TO SUM-AMOUNT-LABEL
           MOVE SQL-TOLERANCE-VARIANCE TO SUM-AMOUNT-VALUE
           WRITE RECON-REPORT-LINE FROM SUM-RECON-AMOUNT-LINE
                 AFTER 1

           CLOSE RECON-REPORT-FILE

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'AUTHORIZATION RECONCILIATION COMPLETE'
           DISPLAY '  Merchants Listed:    ' WS-MERCHANTS-LISTED
           DISPLAY '  Force Posts:         ' WS-FORCE-COUNT
           DISPLAY '  Over Authorized:     ' WS-OVER-COUNT
           DISPLAY '  Expired Unsettled:   ' WS-EXPIRED-COUNT
           DISPLAY '  Tolerance Matches:   ' SQL-TOLERANCE-COUNT
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDASR' TO SQL-STEP-PROGRAM
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
      * HARD STOP - THE RUN ENDS WITH RETURN CODE 16. THE REPORT IS   *
      * READ-ONLY, SO A RERUN AFTER THE FIX SIMPLY REPRODUCES IT.     *
      *----------------------------------------------------------------*
       9999-ABEND-RECON-RUN.
           DISPLAY '***** AUTHORIZATION RECONCILIATION ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE RECON-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
