      *              CCARDCRM (EMBOSS_PENDING = 'Y') TO THE EMBOSSER  *
      *              THROUGH THE SAME EMBREC EXTRACT, CLEARING THE    *
      *              FLAG SO A CARD IS NEVER ORDERED TWICE            *
      *            - HOLDS EVERY PLASTIC FOR AN ACCOUNT WHOSE ADDRESS *
      *              IS FLAGGED UNDELIVERABLE (CCARDRML): THE NEW     *
      *              EXPIRY IS STILL RECORDED BUT NOTHING IS SENT     *
      *              - THE CARD IS PARKED AT EMBOSS_PENDING = 'H'     *
      *              UNTIL THE CACM ADDRESS CORRECTION RELEASES IT TO *
      *              'Y' FOR THE NEXT RUN'S REPLACEMENT PASS          *
      *            - PRINTS A REISSUE CONTROL REPORT                  *
      *          CCARDPROC SEPARATELY DECLINES POSTINGS ON EXPIRED    *
      *          CARDS WITH THEIR OWN REJECT REASON.                  *
       01  SQL-ACCOUNT-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-ACCOUNT-STATUS       PIC X(1).
           05  SQL-BAD-ADDRESS-FLAG     PIC X(1).
               88  SQL-ADDRESS-UNDELIVERABLE    VALUE 'Y'.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
           05  WS-CARDS-EXTRACTED       PIC 9(7) VALUE ZERO.
           05  WS-CARDS-DEACTIVATED     PIC 9(7) VALUE ZERO.
           05  WS-REPLACEMENTS-SENT     PIC 9(7) VALUE ZERO.
           05  WS-CARDS-HELD            PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
                       PERFORM 7000-WRITE-DETAIL
                   WHEN WS-DAYS-TO-EXPIRY NOT >
                        WS-EXPIRY-WINDOW-DAYS
                       MOVE 'REISSUE EXTRACTED' TO WS-CARD-ACTION
                       PERFORM 2300-WRITE-EMBOSSER-RECORD
                       PERFORM 7000-WRITE-DETAIL
                   WHEN OTHER
                       CONTINUE
      *    BELONGS TO A GOOD-STANDING ACCOUNT                        *
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND SQL-ACCOUNT-STATUS = 'A'
                   MOVE 'EXPIRED - REISSUED' TO WS-CARD-ACTION
                   PERFORM 2300-WRITE-EMBOSSER-RECORD
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   PERFORM 2400-DEACTIVATE-EXPIRED-CARD
               WHEN OTHER
      * EXPIRY BEFORE THIS JOB) MUST NOT BE REISSUED WITH AN EXPIRY   *
      * THAT IS ITSELF ALREADY PAST. A FEB-29 BASE IS REISSUED AS     *
      * FEB-28 SINCE THE TARGET YEAR IS NOT A LEAP YEAR.              *
      * WHEN THE ACCOUNT'S ADDRESS IS FLAGGED UNDELIVERABLE THE NEW   *
      * EXPIRY IS STILL RECORDED BUT THE CARD IS HELD INSTEAD OF      *
      * EXTRACTED (SEE 2350).                                         *
      *----------------------------------------------------------------*
       2300-WRITE-EMBOSSER-RECORD.
           IF SQL-CARD-EXPIRY-DATE > WS-RUN-DATE
               MOVE '02-28' TO WS-NEW-EXPIRY-DATE(6:5)
           END-IF

           PERFORM 2250-CHECK-MAILING-ADDRESS
           IF SQL-ADDRESS-UNDELIVERABLE
               PERFORM 2350-HOLD-REISSUE
           ELSE
               PERFORM 2310-EXTRACT-REISSUE
           END-IF.

       2310-EXTRACT-REISSUE.
      *    EXTRACT BEFORE UPDATE - AN ABEND BETWEEN THE TWO LEAVES   *
      *    THE CARD WITH ITS OLD EXPIRY, STILL VISIBLE TO THE NEXT   *
      *    SWEEP (A POSSIBLE DUPLICATE VENDOR ORDER, NEVER A CARD    *
               PERFORM 9999-ABEND-EXPIRY-RUN
           END-IF.

      *----------------------------------------------------------------*
      * IS THE CARD'S ACCOUNT FLAGGED FOR RETURNED MAIL? AN ORPHAN    *
      * CARD (+100) HAS NO ADDRESS ON FILE TO DISTRUST AND IS TREATED *
      * AS DELIVERABLE, AS BEFORE.                                    *
      *----------------------------------------------------------------*
       2250-CHECK-MAILING-ADDRESS.
           MOVE SQL-CARD-LINKED-ACCOUNT TO SQL-ACCOUNT-NUMBER

           EXEC SQL
               SELECT BAD_ADDRESS_FLAG
               INTO  :SQL-BAD-ADDRESS-FLAG
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'N' TO SQL-BAD-ADDRESS-FLAG
               WHEN OTHER
                   PERFORM 9100-HANDLE-DB2-ERROR
                   PERFORM 9999-ABEND-EXPIRY-RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
      * HOLD A REISSUE FOR A BAD ADDRESS: RECORD THE NEW EXPIRY (SO   *
      * THE SWEEP DOES NOT PICK THE CARD UP AGAIN) AND PARK THE CARD  *
      * AT EMBOSS_PENDING = 'H'. NOTHING IS EXTRACTED - THE CACM      *
      * ADDRESS CORRECTION MOVES 'H' TO 'Y' AND THE REPLACEMENT PASS  *
      * BELOW SENDS IT WITH THE EXPIRY RECORDED HERE.                 *
      *----------------------------------------------------------------*
       2350-HOLD-REISSUE.
           EXEC SQL
               UPDATE CREDIT_CARD
               SET EXPIRY_DATE = :WS-NEW-EXPIRY-DATE,
                   EMBOSS_PENDING = 'H'
               WHERE CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-CARDS-HELD
               MOVE 'HELD - BAD ADDRESS' TO WS-CARD-ACTION
           ELSE
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-EXPIRY-RUN
           END-IF.

      *================================================================*
      * REPLACEMENT CARDS ISSUED ONLINE BY CCARDCRM - EMBOSS_PENDING  *
      * ROWS - GO TO THE EMBOSSER THROUGH THE SAME EMBREC EXTRACT.    *
      * FLAG IN THE SAME UNIT OF WORK. EXTRACT BEFORE UPDATE - AN     *
      * ABEND BETWEEN THE TWO LEAVES THE FLAG SET, STILL VISIBLE TO   *
      * THE NEXT SWEEP (A POSSIBLE DUPLICATE VENDOR ORDER, NEVER A    *
      * REPLACEMENT SILENTLY DROPPED). A REPLACEMENT FOR AN ACCOUNT   *
      * WHOSE ADDRESS IS FLAGGED UNDELIVERABLE IS HELD AT 'H' INSTEAD *
      * (SEE 2650).                                                   *
      *----------------------------------------------------------------*
       2600-SEND-ONE-REPLACEMENT.
           MOVE SQL-CARD-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           PERFORM 2250-CHECK-MAILING-ADDRESS
           IF SQL-ADDRESS-UNDELIVERABLE
               PERFORM 2650-HOLD-REPLACEMENT
           ELSE
               PERFORM 2610-EXTRACT-REPLACEMENT
           END-IF

           PERFORM 2550-FETCH-PENDING-CARD.

       2610-EXTRACT-REPLACEMENT.
           MOVE SPACES TO EMBOSSER-RECORD
           MOVE SQL-CARD-NUMBER TO EMB-CARD-NUMBER
           MOVE SQL-CARD-HOLDER-NAME TO EMB-HOLDER-NAME
           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-REPLACEMENTS-SENT
               MOVE 'REPLACEMENT SENT' TO WS-CARD-ACTION
               PERFORM 7000-WRITE-DETAIL
           ELSE
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-EXPIRY-RUN
           END-IF.

      *----------------------------------------------------------------*
      * PARK A PENDING REPLACEMENT FOR A BAD ADDRESS AT 'H' - IT       *
      * LEAVES THIS PASS'S 'Y' SELECTION UNTIL THE ADDRESS IS FIXED   *
      *----------------------------------------------------------------*
       2650-HOLD-REPLACEMENT.
           EXEC SQL
               UPDATE CREDIT_CARD
               SET EMBOSS_PENDING = 'H'
               WHERE CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               ADD 1 TO WS-CARDS-HELD
               MOVE 'HELD - BAD ADDRESS' TO WS-CARD-ACTION
               PERFORM 7000-WRITE-DETAIL
           ELSE
               PERFORM 9100-HANDLE-DB2-ERROR
               PERFORM 9999-ABEND-EXPIRY-RUN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE CONTROL REPORT DETAIL LINE                           *
           WRITE EXPIRY-REPORT-LINE FROM SUM-EXPIRY-COUNT-LINE
                 AFTER 1

           MOVE 'Held - Bad Address:' TO SUM-COUNT-LABEL
           MOVE WS-CARDS-HELD TO SUM-COUNT-VALUE
           WRITE EXPIRY-REPORT-LINE FROM SUM-EXPIRY-COUNT-LINE
                 AFTER 1

           CLOSE EMBOSSER-FILE
           CLOSE EXPIRY-REPORT-FILE

           DISPLAY '  Reissues Extracted:   ' WS-CARDS-EXTRACTED
           DISPLAY '  Cards Deactivated:    ' WS-CARDS-DEACTIVATED
           DISPLAY '  Replacements Sent:    ' WS-REPLACEMENTS-SENT
           DISPLAY '  Held - Bad Address:   ' WS-CARDS-HELD
           DISPLAY '=============================================='.

      *================================================================*
