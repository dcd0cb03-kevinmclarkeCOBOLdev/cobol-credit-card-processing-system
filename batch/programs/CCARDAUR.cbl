       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDAUR.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDAUR - DUAL-CONTROL AND ACCOUNT AUDIT REVIEW      *
      * PURPOSE: EVERY ONLINE MAINTENANCE CHANGE IS WRITTEN TO         *
      *          ACCOUNT_AUDIT_LOG, AND LIMIT INCREASES ABOVE THE      *
      *          DUAL-CONTROL THRESHOLD, REACTIVATIONS OF SUSPENDED    *
      *          OR CHARGED-OFF ACCOUNTS AND AUTOPAY BANK-DETAIL       *
      *          CHANGES WAIT ON PENDING_CHANGE FOR A SECOND PERSON    *
      *          (CCARDACM/CCARDAPE QUEUE THEM, CCARDPCR DECIDES       *
      *          THEM). THIS DAILY REPORT READS BOTH TABLES AND LISTS, *
      *          SECTION BY SECTION, WHAT A SUPERVISOR SHOULD LOOK AT: *
      *            - SELF-APPROVAL ATTEMPTS: APPROVALS CPCR REFUSED    *
      *              BECAUSE THE MAKER'S OWN TERMINAL KEYED THEM       *
      *            - SELF-APPROVED CHANGES: A QUEUE ROW APPROVED BY    *
      *              THE TERMINAL THAT REQUESTED IT (CAN ONLY HAPPEN   *
      *              OUTSIDE CPCR - A CONTROL BREACH)                  *
      *            - OUT-OF-HOURS CHANGES: ONLINE AUDIT ROWS WRITTEN   *
      *              BEFORE THE BUSINESS DAY STARTS, AFTER IT ENDS, OR *
      *              AT A WEEKEND                                      *
      *            - MULTIPLE SENSITIVE CHANGES: ACCOUNTS WITH TWO OR  *
      *              MORE LIMIT CHANGES, REACTIVATIONS, AUTOPAY BANK-  *
      *              DETAIL CHANGES OR ADDRESS CHANGES ON THE DAY      *
      *            - OVERDUE APPROVALS: CHANGES STILL PENDING LONGER   *
      *              THAN THE APPROVAL WINDOW                          *
      *          WITH A COUNT PER SECTION AND GRAND TOTALS. THE STEP   *
      *          IS READ-ONLY AND RERUNNABLE.                          *
      *                                                                *
      * THE REVIEW DAY IS THE PROCESS DATE OF THE LATEST COMPLETE      *
      * CCARDPROC RUN ON THE RUN REGISTRY UNLESS THE CONTROL CARD      *
      * OVERRIDES IT. THE APPROVAL WINDOW AND BUSINESS HOURS COME FROM *
      * THE CONTROL CARD (DEFAULTS 24 HOURS, 08:00 TO 18:00). ANY      *
      * SELF-APPROVAL OR OVERDUE ITEM ENDS THE STEP WITH RETURN CODE   *
      * 8; THE OTHER SECTIONS ARE FOR REVIEW ONLY.                     *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (BATCH ID / PROCESS DATE / APPROVAL  *
      *          HOURS / BUSINESS DAY)                                 *
      * OUTPUT:  AUDIT REVIEW REPORT                                   *
      * DATABASE: DB2 ACCOUNT_AUDIT_LOG, PENDING_CHANGE TABLES         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO AURRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVIEW-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES - ONE FLAGGED ITEM FROM THE CURSOR. THE     *
      * KIND ORDERS THE SECTIONS. THE TERMINAL IS THE ONE THAT MADE,   *
      * REQUESTED OR APPROVED THE CHANGE; THE COUNTS ARE THE NUMBER OF *
      * CHANGES AND TERMINALS (MULTIPLE CHANGES) OR THE HOURS OPEN     *
      * (OVERDUE).                                                     *
      *----------------------------------------------------------------*
       01  SQL-REVIEW-ITEM.
           05  SQL-ITM-KIND             PIC X(1).
               88  SQL-ITM-SELF-REFUSED         VALUE '1'.
               88  SQL-ITM-SELF-APPROVED        VALUE '2'.
               88  SQL-ITM-OUT-OF-HOURS         VALUE '3'.
               88  SQL-ITM-MULTIPLE             VALUE '4'.
               88  SQL-ITM-OVERDUE              VALUE '5'.
           05  SQL-ITM-ACCOUNT          PIC 9(6).
           05  SQL-ITM-TERMINAL         PIC X(8).
           05  SQL-ITM-TIMESTAMP        PIC X(26).
           05  SQL-ITM-DETAIL           PIC X(30).
           05  SQL-ITM-COUNT-1          PIC S9(9) COMP.
           05  SQL-ITM-COUNT-2          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * PENDING_CHANGE HOST VARIABLES (SHARED WITH THE ONLINE SIDE)    *
      *----------------------------------------------------------------*
       COPY PCHGREC.

      *----------------------------------------------------------------*
      * BATCH RUN REGISTRY HOST VARIABLES - THE REVIEW DAY COMES FROM  *
      * THE LATEST COMPLETE CCARDPROC RUN ON THE REGISTRY UNLESS THE   *
      * CONTROL CARD CARRIES AN EXPLICIT OVERRIDE                      *
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
               88  END-OF-ITEMS                 VALUE 'Y'.
           05  WS-SECTION-OPEN-FLAG     PIC X VALUE 'N'.
               88  WS-SECTION-OPEN              VALUE 'Y'.
           05  WS-REGISTRY-OVERRIDE     PIC X VALUE 'N'.
               88  WS-CARD-OVERRIDES-REGISTRY   VALUE 'Y'.

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-BATCH-ID              PIC X(10) VALUE 'BATCH001'.
           05  WS-RUN-DATE              PIC X(10).
           05  WS-CURRENT-KIND          PIC X(1).
           05  WS-SECTION-COUNT         PIC 9(7).
      *    THE APPROVAL WINDOW AND THE BUSINESS DAY (START HOUR       *
      *    INCLUSIVE, END HOUR EXCLUSIVE) - CONTROL CARD OR DEFAULT   *
           05  WS-APPROVAL-HOURS        PIC S9(4) COMP VALUE 24.
           05  WS-BUSINESS-START        PIC S9(4) COMP VALUE 8.
           05  WS-BUSINESS-END          PIC S9(4) COMP VALUE 18.

       01  WS-COUNTERS.
           05  WS-SELF-REFUSED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SELF-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-OUT-OF-HOURS-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-MULTIPLE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-OVERDUE-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-FLAGGED         PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'DUAL-CONTROL AND ACCOUNT AUDIT REVIEW'.
           05  FILLER                   PIC X(87) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'BATCH ID: '.
           05  HDR-BATCH-ID             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
               'APPROVAL WINDOW: '.
           05  HDR-APPROVAL-HOURS       PIC ZZ9.
           05  FILLER                   PIC X(7)  VALUE ' HOURS'.
           05  FILLER                   PIC X(16) VALUE
               'BUSINESS HOURS: '.
           05  HDR-BUSINESS-START       PIC 99.
           05  FILLER                   PIC X(6)  VALUE ':00 - '.
           05  HDR-BUSINESS-END         PIC 99.
           05  FILLER                   PIC X(3)  VALUE ':00'.
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  SEC-TITLE-LINE.
           05  SEC-TITLE                PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(10) VALUE 'TERMINAL'.
           05  FILLER                   PIC X(28) VALUE 'TIMESTAMP'.
           05  FILLER                   PIC X(32) VALUE 'CHANGE'.
           05  HDR-COUNT-1-LABEL        PIC X(12).
           05  FILLER                   PIC X(9)  VALUE SPACES.
           05  HDR-COUNT-2-LABEL        PIC X(12).
           05  FILLER                   PIC X(21) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-TERMINAL             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-TIMESTAMP            PIC X(26).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-DETAIL               PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-COUNT-1              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  DTL-COUNT-2              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  SEC-TOTAL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE
               'ITEMS FLAGGED: '.
           05  SEC-TOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(107) VALUE SPACES.

       01  SUM-REVIEW-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'AUDIT REVIEW SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-REVIEW-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(71) VALUE SPACES.

       01  SUM-RESULT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  RESULT-TEXT              PIC X(60).
           05  FILLER                   PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-ITEM UNTIL END-OF-ITEMS
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN OUTPUT REVIEW-REPORT-FILE

           PERFORM 1010-READ-CONTROL-CARD
           PERFORM 1015-RESOLVE-BATCH-REGISTRY

           WRITE REVIEW-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-APPROVAL-HOURS TO HDR-APPROVAL-HOURS
           MOVE WS-BUSINESS-START TO HDR-BUSINESS-START
           MOVE WS-BUSINESS-END TO HDR-BUSINESS-END
           WRITE REVIEW-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE REVIEW-REPORT-LINE FROM HDR-LINE-3 AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'AUDIT REVIEW STARTING'
           DISPLAY 'BATCH ID: ' WS-BATCH-ID
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=============================================='

      *    THE FIVE SECTIONS IN ONE KIND-ORDERED STREAM. AUDIT ROWS   *
      *    ARE TAKEN FROM THE REVIEW DAY; THE APPROVAL WINDOW IS      *
      *    MEASURED TO NOW. ONLINE ROWS ARE THOSE NOT WRITTEN UNDER A *
      *    BATCH PROGRAM NAME. A STATUS OR LIMIT ROW WITH NO REASON   *
      *    IS DESCRIBED FROM ITS OLD AND NEW VALUES. THE SENSITIVE    *
      *    CHANGES ARE THE ONES APPLIED - A QUEUED OR REJECTED CHANGE *
      *    MOVED NOTHING.                                             *
           EXEC SQL
               DECLARE ITEM-CURSOR CURSOR FOR
               SELECT '1',
                      ACCOUNT_NUMBER,
                      CHANGED_BY,
                      CHAR(CHANGE_TIMESTAMP),
                      CHANGE_REASON,
                      0,
                      0
               FROM   ACCOUNT_AUDIT_LOG
               WHERE  DATE(CHANGE_TIMESTAMP) = :WS-RUN-DATE
                 AND  CHANGE_REASON = 'SELF-APPROVAL REFUSED'
               UNION ALL
               SELECT '2',
                      ACCOUNT_NUMBER,
                      DECIDED_BY,
                      CHAR(DECIDED_TIMESTAMP),
                      CASE CHANGE_TYPE
                           WHEN 'L' THEN 'LIMIT INCREASE APPROVED'
                           WHEN 'A' THEN 'REACTIVATION APPROVED'
                           ELSE 'BANK CHANGE APPROVED'
                      END,
                      0,
                      0
               FROM   PENDING_CHANGE
               WHERE  CHANGE_STATUS = 'A'
                 AND  DECIDED_BY = REQUESTED_BY
                 AND  DATE(DECIDED_TIMESTAMP) = :WS-RUN-DATE
               UNION ALL
               SELECT '3',
                      ACCOUNT_NUMBER,
                      CHANGED_BY,
                      CHAR(CHANGE_TIMESTAMP),
                      CASE
                           WHEN COALESCE(CHANGE_REASON, ' ') <> ' '
                                THEN CHANGE_REASON
                           WHEN OLD_LIMIT <> NEW_LIMIT
                                THEN 'LIMIT CHANGED'
                           ELSE 'STATUS ' CONCAT OLD_STATUS
                                CONCAT ' TO ' CONCAT NEW_STATUS
                      END,
                      0,
                      0
               FROM   ACCOUNT_AUDIT_LOG
               WHERE  DATE(CHANGE_TIMESTAMP) = :WS-RUN-DATE
                 AND  CHANGED_BY NOT LIKE 'CCARD%'
                 AND  (HOUR(CHANGE_TIMESTAMP) < :WS-BUSINESS-START
                       OR HOUR(CHANGE_TIMESTAMP) >= :WS-BUSINESS-END
                       OR DAYOFWEEK(CHANGE_TIMESTAMP) IN (1, 7))
               UNION ALL
               SELECT '4',
                      ACCOUNT_NUMBER,
                      CASE
                           WHEN COUNT(DISTINCT CHANGED_BY) = 1
                                THEN MIN(CHANGED_BY)
                           ELSE 'VARIOUS'
                      END,
                      CHAR(MIN(CHANGE_TIMESTAMP)),
                      'SENSITIVE CHANGES IN ONE DAY',
                      COUNT(*),
                      COUNT(DISTINCT CHANGED_BY)
               FROM   ACCOUNT_AUDIT_LOG
               WHERE  DATE(CHANGE_TIMESTAMP) = :WS-RUN-DATE
                 AND  (OLD_LIMIT <> NEW_LIMIT
                       OR (OLD_STATUS IN ('S', 'Z')
                           AND NEW_STATUS = 'A')
                       OR CHANGE_REASON IN ('BANK CHANGE APPROVED',
                                            'AUTOPAY ENROLLED',
                                            'AUTOPAY RE-ENROLLED',
                                            'ADDRESS CHANGED',
                                            'BAD ADDRESS CORRECTED'))
               GROUP BY ACCOUNT_NUMBER
               HAVING COUNT(*) > 1
               UNION ALL
               SELECT '5',
                      ACCOUNT_NUMBER,
                      REQUESTED_BY,
                      CHAR(REQUESTED_TIMESTAMP),
                      CASE CHANGE_TYPE
                           WHEN 'L' THEN 'LIMIT INCREASE PENDING'
                           WHEN 'A' THEN 'REACTIVATION PENDING'
                           ELSE 'BANK CHANGE PENDING'
                      END,
                      TIMESTAMPDIFF(8, CHAR(CURRENT TIMESTAMP
                                       - REQUESTED_TIMESTAMP)),
                      0
               FROM   PENDING_CHANGE
               WHERE  CHANGE_STATUS = 'P'
                 AND  REQUESTED_TIMESTAMP <
                      CURRENT TIMESTAMP - :WS-APPROVAL-HOURS HOURS
               ORDER BY 1, 2, 4
           END-EXEC

           EXEC SQL
               OPEN ITEM-CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-REVIEW-RUN
           END-IF

           PERFORM 1100-FETCH-ITEM.

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
                       IF CTL-APPROVAL-HOURS IS NUMERIC
                          AND CTL-APPROVAL-HOURS > ZERO
                           MOVE CTL-APPROVAL-HOURS TO WS-APPROVAL-HOURS
                       END-IF
                       IF CTL-BUSINESS-START IS NUMERIC
                          AND CTL-BUSINESS-END IS NUMERIC
                          AND CTL-BUSINESS-END > CTL-BUSINESS-START
                          AND CTL-BUSINESS-END NOT > 24
                           MOVE CTL-BUSINESS-START TO WS-BUSINESS-START
                           MOVE CTL-BUSINESS-END TO WS-BUSINESS-END
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
      * THE REGISTRY'S PROCESS DATE IS THE DAY UNDER REVIEW.          *
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

       1100-FETCH-ITEM.
           EXEC SQL
               FETCH ITEM-CURSOR
               INTO :SQL-ITM-KIND,
                    :SQL-ITM-ACCOUNT,
                    :SQL-ITM-TERMINAL,
                    :SQL-ITM-TIMESTAMP,
                    :SQL-ITM-DETAIL,
                    :SQL-ITM-COUNT-1,
                    :SQL-ITM-COUNT-2
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
                   PERFORM 9999-ABEND-REVIEW-RUN
           END-EVALUATE.

      *================================================================*
      * REPORT ONE FLAGGED ITEM, BREAKING ON SECTION                   *
      *================================================================*
       2000-REPORT-ONE-ITEM.
           IF WS-SECTION-OPEN
              AND SQL-ITM-KIND NOT = WS-CURRENT-KIND
               PERFORM 2200-WRITE-SECTION-TOTAL
           END-IF

           IF NOT WS-SECTION-OPEN
               PERFORM 2100-START-SECTION
           END-IF

           EVALUATE TRUE
               WHEN SQL-ITM-SELF-REFUSED
                   ADD 1 TO WS-SELF-REFUSED-COUNT
               WHEN SQL-ITM-SELF-APPROVED
                   ADD 1 TO WS-SELF-APPROVED-COUNT
               WHEN SQL-ITM-OUT-OF-HOURS
                   ADD 1 TO WS-OUT-OF-HOURS-COUNT
               WHEN SQL-ITM-MULTIPLE
                   ADD 1 TO WS-MULTIPLE-COUNT
               WHEN SQL-ITM-OVERDUE
                   ADD 1 TO WS-OVERDUE-COUNT
           END-EVALUATE
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-ITEMS-FLAGGED

           PERFORM 7000-WRITE-DETAIL

           PERFORM 1100-FETCH-ITEM.

      *----------------------------------------------------------------*
      * START A NEW SECTION - TITLE AND COLUMN HEADINGS FOR ITS KIND   *
      *----------------------------------------------------------------*
       2100-START-SECTION.
           MOVE SQL-ITM-KIND TO WS-CURRENT-KIND
           MOVE 'Y' TO WS-SECTION-OPEN-FLAG
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO HDR-COUNT-1-LABEL
           MOVE SPACES TO HDR-COUNT-2-LABEL

           EVALUATE TRUE
               WHEN SQL-ITM-SELF-REFUSED
                   MOVE 'SELF-APPROVAL ATTEMPTS (REFUSED BY CPCR)'
                        TO SEC-TITLE
               WHEN SQL-ITM-SELF-APPROVED
                   MOVE '*** CHANGES APPROVED BY THEIR OWN MAKER ***'
                        TO SEC-TITLE
               WHEN SQL-ITM-OUT-OF-HOURS
                   MOVE 'ONLINE CHANGES OUTSIDE BUSINESS HOURS'
                        TO SEC-TITLE
               WHEN SQL-ITM-MULTIPLE
                   MOVE 'MULTIPLE SENSITIVE CHANGES ON ONE ACCOUNT'
                        TO SEC-TITLE
                   MOVE '     CHANGES' TO HDR-COUNT-1-LABEL
                   MOVE '   TERMINALS' TO HDR-COUNT-2-LABEL
               WHEN SQL-ITM-OVERDUE
                   MOVE 'PENDING CHANGES PAST THE APPROVAL WINDOW'
                        TO SEC-TITLE
                   MOVE '  HOURS OPEN' TO HDR-COUNT-1-LABEL
           END-EVALUATE

           WRITE REVIEW-REPORT-LINE FROM SEC-TITLE-LINE AFTER 2
           WRITE REVIEW-REPORT-LINE FROM HDR-DETAIL AFTER 1.

      *----------------------------------------------------------------*
      * CLOSE THE SECTION - ITS ITEM COUNT                             *
      *----------------------------------------------------------------*
       2200-WRITE-SECTION-TOTAL.
           MOVE WS-SECTION-COUNT TO SEC-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM SEC-TOTAL-LINE AFTER 1
           MOVE 'N' TO WS-SECTION-OPEN-FLAG.

      *----------------------------------------------------------------*
      * WRITE ONE FLAGGED-ITEM DETAIL LINE. THE COUNT COLUMNS ONLY     *
      * MEAN SOMETHING IN THE SECTIONS THAT HEAD THEM.                 *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE SQL-ITM-ACCOUNT TO DTL-ACCOUNT
           MOVE SQL-ITM-TERMINAL TO DTL-TERMINAL
           MOVE SQL-ITM-TIMESTAMP TO DTL-TIMESTAMP
           MOVE SQL-ITM-DETAIL TO DTL-DETAIL
           MOVE SQL-ITM-COUNT-1 TO DTL-COUNT-1
           MOVE SQL-ITM-COUNT-2 TO DTL-COUNT-2
           WRITE REVIEW-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           EXEC SQL
               CLOSE ITEM-CURSOR
           END-EXEC

           IF WS-SECTION-OPEN
               PERFORM 2200-WRITE-SECTION-TOTAL
           END-IF

           PERFORM 3200-COUNT-PENDING-CHANGES

           WRITE REVIEW-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-HEADER AFTER 1

           MOVE 'Self-Approval Attempts:' TO SUM-COUNT-LABEL
           MOVE WS-SELF-REFUSED-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Approved By Own Maker:' TO SUM-COUNT-LABEL
           MOVE WS-SELF-APPROVED-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Out-Of-Hours Changes:' TO SUM-COUNT-LABEL
           MOVE WS-OUT-OF-HOURS-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Accounts Changed Repeatedly:' TO SUM-COUNT-LABEL
           MOVE WS-MULTIPLE-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Overdue For Approval:' TO SUM-COUNT-LABEL
           MOVE WS-OVERDUE-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Still Pending (All Ages):' TO SUM-COUNT-LABEL
           MOVE SQL-PCHG-ROW-COUNT TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

           MOVE 'Items Flagged:' TO SUM-COUNT-LABEL
           MOVE WS-ITEMS-FLAGGED TO SUM-COUNT-VALUE
           WRITE REVIEW-REPORT-LINE FROM SUM-REVIEW-COUNT-LINE
                 AFTER 1

      *    A SELF-APPROVAL OR AN OVERDUE CHANGE NEEDS ACTION TODAY;  *
      *    THE OTHER SECTIONS ARE FOR REVIEW                         *
           IF WS-SELF-REFUSED-COUNT > ZERO
              OR WS-SELF-APPROVED-COUNT > ZERO
              OR WS-OVERDUE-COUNT > ZERO
               MOVE '*** DUAL-CONTROL EXCEPTIONS - ACTION NEEDED ***'
                    TO RESULT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'NO DUAL-CONTROL EXCEPTIONS' TO RESULT-TEXT
           END-IF
           WRITE REVIEW-REPORT-LINE FROM SUM-RESULT-LINE AFTER 2

           CLOSE REVIEW-REPORT-FILE

           PERFORM 3100-RECORD-STEP-COMPLETION

           DISPLAY '=============================================='
           DISPLAY 'AUDIT REVIEW COMPLETE'
           DISPLAY '  Self-Approval Attempts: ' WS-SELF-REFUSED-COUNT
           DISPLAY '  Approved By Own Maker:  ' WS-SELF-APPROVED-COUNT
           DISPLAY '  Out-Of-Hours Changes:   ' WS-OUT-OF-HOURS-COUNT
           DISPLAY '  Accounts Changed Often: ' WS-MULTIPLE-COUNT
           DISPLAY '  Overdue For Approval:   ' WS-OVERDUE-COUNT
           DISPLAY '=============================================='.

      *----------------------------------------------------------------*
      * RECORD THIS STEP'S COMPLETION ON BATCH_STEP_LOG SO THE        *
      * CCARDOPS OPERATOR REPORT SHOWS THE WHOLE NIGHT'S STREAM       *
      *----------------------------------------------------------------*
       3100-RECORD-STEP-COMPLETION.
           MOVE WS-BATCH-ID TO SQL-STEP-BATCH-ID
           MOVE 'CCARDAUR' TO SQL-STEP-PROGRAM
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

      *----------------------------------------------------------------*
      * EVERYTHING STILL WAITING FOR A CHECKER, HOWEVER YOUNG -        *
      * CONTEXT FOR THE OVERDUE COUNT ABOVE                            *
      *----------------------------------------------------------------*
       3200-COUNT-PENDING-CHANGES.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-PCHG-ROW-COUNT
               FROM   PENDING_CHANGE
               WHERE  CHANGE_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-REVIEW-RUN
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
       9999-ABEND-REVIEW-RUN.
           DISPLAY '***** AUDIT REVIEW ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE REVIEW-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
