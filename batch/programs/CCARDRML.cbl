       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDRML.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDRML - RETURNED-MAIL (BAD ADDRESS) PROCESSING    *
      * PURPOSE: WHEN THE POST OFFICE RETURNED A STATEMENT, CARD OR   *
      *          LETTER AS UNDELIVERABLE NOTHING IN THE SYSTEM KNEW - *
      *          CCARDSTM KEPT SENDING PAPER, CCARDEXP KEPT EMBOSSING *
      *          CARDS AND CCARDLRV KEPT WRITING LETTERS TO THE SAME  *
      *          BAD ADDRESS. THIS PROGRAM IS DRIVEN BY THE PRINT     *
      *          VENDOR'S RETURNED-MAIL FEED (RMLREC LAYOUT):         *
      *            - SETS BAD_ADDRESS_FLAG ON CREDIT_ACCOUNT WITH THE *
      *              RETURN DATE, WHICH THOSE THREE PROGRAMS HONOR    *
      *            - OPENS A SKIP_TRACE_WORKLIST ROW FOR THE ACCOUNT  *
      *            - AUDITS THE FLAG ON ACCOUNT_AUDIT_LOG             *
      *            - HOLDS A RETURNED CARD (EMBOSS_PENDING = 'H') SO  *
      *              IT IS RE-EMBOSSED ONCE THE ADDRESS IS CORRECTED  *
      *          ONE UNIT OF WORK PER RETURNED PIECE. AN ACCOUNT      *
      *          ALREADY FLAGGED IS NOT RE-FLAGGED (THE ORIGINAL      *
      *          RETURN DATE AND WORKLIST ROW STAND), SO A RESENT     *
      *          FEED CHANGES NOTHING. THE CACM ADDRESS CORRECTION    *
      *          CLEARS THE FLAG, CLOSES THE WORKLIST ROW AND         *
      *          RELEASES ANY HELD CARD.                              *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (PROCESS DATE)                       *
      *          RETURNED-MAIL FEED (RMLREC LAYOUT)                    *
      * OUTPUT:  RETURNED-MAIL / SKIP-TRACE REPORT                     *
      * DATABASE: DB2 CREDIT_ACCOUNT, CREDIT_CARD,                     *
      *           SKIP_TRACE_WORKLIST, ACCOUNT_AUDIT_LOG TABLES        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO RMLIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RML-STATUS.

           SELECT RETURNED-MAIL-REPORT ASSIGN TO RMLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CTLCARD.

       FD  RETURNED-MAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY RMLREC.

       FD  RETURNED-MAIL-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RETURNED-MAIL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SKIP_TRACE_WORKLIST HOST VARIABLES (SHARED WITH CCARDACM)      *
      *----------------------------------------------------------------*
       COPY SKTREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-ACCOUNT-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-ACCOUNT-STATUS       PIC X(1).
           05  SQL-BAD-ADDRESS-FLAG     PIC X(1).
               88  SQL-ADDRESS-UNDELIVERABLE    VALUE 'Y'.
           05  SQL-CARD-NUMBER          PIC X(16).

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
      *----------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS            PIC XX.
           05  WS-RML-STATUS            PIC XX.
           05  WS-RPT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE 'N'.
               88  END-OF-RETURNED-MAIL         VALUE 'Y'.
           05  WS-MAIL-RESULT           PIC X(26).

      *----------------------------------------------------------------*
      * WORKING STORAGE VARIABLES                                      *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE              PIC X(10).

       01  WS-COUNTERS.
           05  WS-PIECES-READ           PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-FLAGGED      PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-FLAGGED       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-HELD            PIC 9(7) VALUE ZERO.
           05  WS-PIECES-REJECTED       PIC 9(7) VALUE ZERO.
           05  WS-MAIL-FAILURES         PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'RETURNED MAIL / SKIP-TRACE REPORT'.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(111) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  HDR-DETAIL.
           05  FILLER                   PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(6)  VALUE 'ITEM'.
           05  FILLER                   PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(12) VALUE 'RETURNED'.
           05  FILLER                   PIC X(6)  VALUE 'RSN'.
           05  FILLER                   PIC X(26) VALUE 'RESULT'.
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-ACCOUNT              PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-ITEM-TYPE            PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-CARD-NUMBER          PIC X(16).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-RETURN-DATE          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-REASON               PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-RESULT               PIC X(26).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  SUM-MAIL-HEADER.
           05  FILLER                   PIC X(35) VALUE
               'RETURNED MAIL SUMMARY:'.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  SUM-MAIL-COUNT-LINE.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  SUM-COUNT-LABEL          PIC X(30).
           05  SUM-COUNT-VALUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-PIECE UNTIL END-OF-RETURNED-MAIL
           PERFORM 3000-FINALIZE
           STOP RUN.

      *================================================================*
      * INITIALIZATION                                                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT RETURNED-MAIL-FILE
           OPEN OUTPUT RETURNED-MAIL-REPORT

           IF WS-RML-STATUS NOT = '00'
               DISPLAY 'ERROR: Returned-mail feed open failed '
                       '(status ' WS-RML-STATUS ')'
               PERFORM 9999-ABEND-RETURNED-MAIL-RUN
           END-IF

           PERFORM 1010-READ-CONTROL-CARD

           WRITE RETURNED-MAIL-REPORT-LINE FROM HDR-LINE-1
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE RETURNED-MAIL-REPORT-LINE FROM HDR-LINE-2 AFTER 1
           WRITE RETURNED-MAIL-REPORT-LINE FROM HDR-LINE-3 AFTER 1
           WRITE RETURNED-MAIL-REPORT-LINE FROM HDR-DETAIL AFTER 1

           DISPLAY '=============================================='
           DISPLAY 'RETURNED MAIL PROCESSING STARTING'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=============================================='

           PERFORM 1100-READ-RETURNED-MAIL.

       1010-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-PROCESS-DATE NOT = SPACES
                           MOVE CTL-PROCESS-DATE TO WS-RUN-DATE
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

       1100-READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PIECES-READ
           END-READ.

      *================================================================*
      * PROCESS ONE RETURNED PIECE                                     *
      *================================================================*
       2000-PROCESS-ONE-PIECE.
           MOVE SPACES TO WS-MAIL-RESULT

           EVALUATE TRUE
               WHEN RML-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'REJECTED - BAD ACCOUNT' TO WS-MAIL-RESULT
                   ADD 1 TO WS-PIECES-REJECTED
               WHEN RML-RETURN-DATE = SPACES
                   MOVE 'REJECTED - NO RETURN DATE' TO WS-MAIL-RESULT
                   ADD 1 TO WS-PIECES-REJECTED
               WHEN NOT (RML-ITEM-STATEMENT OR RML-ITEM-CARD
                         OR RML-ITEM-LETTER)
                   MOVE 'REJECTED - BAD ITEM TYPE' TO WS-MAIL-RESULT
                   ADD 1 TO WS-PIECES-REJECTED
               WHEN OTHER
                   PERFORM 2100-READ-ACCOUNT
           END-EVALUATE

           PERFORM 7000-WRITE-DETAIL

           PERFORM 1100-READ-RETURNED-MAIL.

      *----------------------------------------------------------------*
      * READ THE ACCOUNT'S CURRENT ADDRESS STANDING. A NEW BAD        *
      * ADDRESS IS FLAGGED; ONE ALREADY FLAGGED KEEPS ITS ORIGINAL    *
      * RETURN DATE AND WORKLIST ROW - ONLY A RETURNED CARD STILL     *
      * NEEDS HOLDING.                                                *
      *----------------------------------------------------------------*
       2100-READ-ACCOUNT.
           MOVE RML-ACCOUNT-NUMBER TO SQL-ACCOUNT-NUMBER

           EXEC SQL
               SELECT ACCOUNT_STATUS,
                      BAD_ADDRESS_FLAG
               INTO  :SQL-ACCOUNT-STATUS,
                     :SQL-BAD-ADDRESS-FLAG
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'REJECTED - NO SUCH ACCOUNT' TO WS-MAIL-RESULT
                   ADD 1 TO WS-PIECES-REJECTED
               WHEN SQLCODE NOT = 0
                   PERFORM 9100-HANDLE-DB2-ERROR
                   MOVE 'FAILED - DB2 ERROR' TO WS-MAIL-RESULT
                   ADD 1 TO WS-MAIL-FAILURES
               WHEN SQL-ADDRESS-UNDELIVERABLE
                   PERFORM 2300-HOLD-RETURNED-CARD
                   IF SQLCODE = 0
                       EXEC SQL COMMIT WORK END-EXEC
                       ADD 1 TO WS-ALREADY-FLAGGED
                       MOVE 'ALREADY FLAGGED' TO WS-MAIL-RESULT
                   ELSE
                       EXEC SQL ROLLBACK WORK END-EXEC
                       MOVE 'FAILED - CARD NOT HELD' TO WS-MAIL-RESULT
                       ADD 1 TO WS-MAIL-FAILURES
                   END-IF
               WHEN OTHER
                   PERFORM 2200-FLAG-BAD-ADDRESS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ONE UNIT OF WORK: FLAG THE ADDRESS WITH THE RETURN DATE, OPEN *
      * THE SKIP-TRACE WORKLIST ROW, AUDIT THE FLAG AND HOLD A        *
      * RETURNED CARD. MODIFIED_DATE IS LEFT ALONE - CCARDCBR AGES    *
      * A CREDIT BALANCE BY IT, AND RETURNED MAIL IS NOT A POSTING.   *
      *----------------------------------------------------------------*
       2200-FLAG-BAD-ADDRESS.
           EXEC SQL
               UPDATE CREDIT_ACCOUNT
               SET BAD_ADDRESS_FLAG = 'Y',
                   BAD_ADDRESS_DATE = :RML-RETURN-DATE
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE = 0
               MOVE RML-ACCOUNT-NUMBER TO SQL-SKT-ACCOUNT
               MOVE RML-ITEM-TYPE TO SQL-SKT-ITEM-TYPE
               MOVE RML-CARD-NUMBER TO SQL-SKT-CARD-NUMBER
               MOVE RML-RETURN-DATE TO SQL-SKT-RETURN-DATE
               MOVE RML-RETURN-REASON TO SQL-SKT-RETURN-REASON
               SET SQL-SKT-OPEN TO TRUE
               MOVE WS-RUN-DATE TO SQL-SKT-ADDED-DATE

               EXEC SQL
                   INSERT INTO SKIP_TRACE_WORKLIST
                       (ACCOUNT_NUMBER,
                        ITEM_TYPE,
                        CARD_NUMBER,
                        RETURN_DATE,
                        RETURN_REASON,
                        WORK_STATUS,
                        ADDED_DATE)
                   VALUES
                       (:SQL-SKT-ACCOUNT,
                        :SQL-SKT-ITEM-TYPE,
                        :SQL-SKT-CARD-NUMBER,
                        :SQL-SKT-RETURN-DATE,
                        :SQL-SKT-RETURN-REASON,
                        :SQL-SKT-STATUS,
                        :SQL-SKT-ADDED-DATE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO ACCOUNT_AUDIT_LOG
                       (ACCOUNT_NUMBER,
                        OLD_STATUS,
                        NEW_STATUS,
                        CHANGE_REASON,
                        CHANGED_BY,
                        CHANGE_TIMESTAMP)
                   VALUES
                       (:SQL-ACCOUNT-NUMBER,
                        :SQL-ACCOUNT-STATUS,
                        :SQL-ACCOUNT-STATUS,
                        'RETURNED MAIL - BAD ADDRESS',
                        'CCARDRML',
                        CURRENT TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM 2300-HOLD-RETURNED-CARD
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-ACCOUNTS-FLAGGED
               MOVE 'FLAGGED - SKIP TRACE' TO WS-MAIL-RESULT
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               PERFORM 9100-HANDLE-DB2-ERROR
               MOVE 'FAILED - NOT FLAGGED' TO WS-MAIL-RESULT
               ADD 1 TO WS-MAIL-FAILURES
           END-IF.

      *----------------------------------------------------------------*
      * A RETURNED CARD IS HELD FOR RE-EMBOSSING ONCE THE ADDRESS IS  *
      * CORRECTED. A CARD NUMBER NOT ON THE ACCOUNT (+100) HOLDS      *
      * NOTHING AND IS NOT AN ERROR - THE ACCOUNT FLAG STILL STOPS    *
      * EVERY FUTURE MAILING.                                         *
      *----------------------------------------------------------------*
       2300-HOLD-RETURNED-CARD.
           IF RML-ITEM-CARD AND RML-CARD-NUMBER NOT = SPACES
               MOVE RML-CARD-NUMBER TO SQL-CARD-NUMBER

               EXEC SQL
                   UPDATE CREDIT_CARD
                   SET EMBOSS_PENDING = 'H'
                   WHERE CARD_NUMBER = :SQL-CARD-NUMBER
                     AND LINKED_ACCOUNT = :SQL-ACCOUNT-NUMBER
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-CARDS-HELD
                   WHEN 100
                       MOVE ZERO TO SQLCODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE ZERO TO SQLCODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE REPORT DETAIL LINE                                   *
      *----------------------------------------------------------------*
       7000-WRITE-DETAIL.
           MOVE RML-ACCOUNT-NUMBER TO DTL-ACCOUNT
           MOVE RML-ITEM-TYPE TO DTL-ITEM-TYPE
           MOVE RML-CARD-NUMBER TO DTL-CARD-NUMBER
           MOVE RML-RETURN-DATE TO DTL-RETURN-DATE
           MOVE RML-RETURN-REASON TO DTL-REASON
           MOVE WS-MAIL-RESULT TO DTL-RESULT
           WRITE RETURNED-MAIL-REPORT-LINE FROM DTL-LINE AFTER 1.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
       3000-FINALIZE.
           WRITE RETURNED-MAIL-REPORT-LINE FROM HDR-LINE-3 AFTER 2
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-HEADER AFTER 1

           MOVE 'Pieces Read:' TO SUM-COUNT-LABEL
           MOVE WS-PIECES-READ TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           MOVE 'Accounts Flagged (Skip Trace):' TO SUM-COUNT-LABEL
           MOVE WS-ACCOUNTS-FLAGGED TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           MOVE 'Already Flagged:' TO SUM-COUNT-LABEL
           MOVE WS-ALREADY-FLAGGED TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           MOVE 'Returned Cards Held:' TO SUM-COUNT-LABEL
           MOVE WS-CARDS-HELD TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           MOVE 'Pieces Rejected:' TO SUM-COUNT-LABEL
           MOVE WS-PIECES-REJECTED TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           MOVE 'Failures:' TO SUM-COUNT-LABEL
           MOVE WS-MAIL-FAILURES TO SUM-COUNT-VALUE
           WRITE RETURNED-MAIL-REPORT-LINE FROM SUM-MAIL-COUNT-LINE
                 AFTER 1

           CLOSE RETURNED-MAIL-FILE
           CLOSE RETURNED-MAIL-REPORT

           IF WS-MAIL-FAILURES > ZERO OR WS-PIECES-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'RETURNED MAIL PROCESSING COMPLETE'
           DISPLAY '  Pieces Read:         ' WS-PIECES-READ
           DISPLAY '  Accounts Flagged:    ' WS-ACCOUNTS-FLAGGED
           DISPLAY '  Already Flagged:     ' WS-ALREADY-FLAGGED
           DISPLAY '  Cards Held:          ' WS-CARDS-HELD
           DISPLAY '  Pieces Rejected:     ' WS-PIECES-REJECTED
           DISPLAY '  Failures:            ' WS-MAIL-FAILURES
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
      * RUN ENDS WITH RETURN CODE 16. EACH PIECE COMMITS ON ITS OWN   *
      * AND AN ACCOUNT ALREADY FLAGGED IS NOT RE-FLAGGED, SO THE FEED *
      * CAN SIMPLY BE RERUN FROM THE TOP.                             *
      *----------------------------------------------------------------*
       9999-ABEND-RETURNED-MAIL-RUN.
           DISPLAY '***** RETURNED MAIL RUN ABENDING *****'
           EXEC SQL ROLLBACK WORK END-EXEC
           CLOSE RETURNED-MAIL-FILE
           CLOSE RETURNED-MAIL-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
