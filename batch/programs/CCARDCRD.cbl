      *          IT FOR THE RUN'S BATCH ID, PRINTING A PER-CARD        *
      *          ACTIVITY LISTING.                                     *
      *                                                                *
      *          EACH CARD ALSO SHOWS ITS MONTH-TO-DATE SPEND AGAINST  *
      *          ITS MONTHLY SPEND LIMIT, IF IT HAS ONE: PURCHASES AND *
      *          CASH ADVANCES POSTED ON THE CARD THIS CALENDAR MONTH, *
      *          THE SAME FIGURE CCARDPROC AND CCARDAUT HOLD THE CARD  *
      *          TO. CARDS AT OR OVER THEIR LIMIT ARE FLAGGED.         *
      *                                                                *
      * INPUT:   RUN CONTROL CARD (BATCH ID / PROCESS DATE)            *
      * OUTPUT:  CARD ACTIVITY REPORT                                  *
      * DATABASE: DB2 CREDIT_CARD / TRANSACTION_LOG TABLES              *
       01  SQL-CARD-ACTIVITY.
           05  SQL-CARD-TRAN-COUNT      PIC S9(9) COMP.
           05  SQL-CARD-TRAN-TOTAL      PIC S9(9)V99 COMP-3.
           05  SQL-CARD-MTD-SPEND       PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------*
      * FILE STATUS AND FLAGS                                          *
           05  WS-CARDS-WITH-ACTIVITY   PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-TRAN-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-TRAN-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CARDS-WITH-LIMIT      PIC 9(7) VALUE ZERO.
           05  WS-CARDS-AT-LIMIT        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * REPORT LINES                                                   *
           05  FILLER                   PIC X(8)  VALUE 'ACTIVE'.
           05  FILLER                   PIC X(8)  VALUE 'COUNT'.
           05  FILLER                   PIC X(16) VALUE 'TOTAL AMOUNT'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE 'MTD SPEND'.
           05  FILLER                   PIC X(16) VALUE 'MONTHLY LIMIT'.
           05  FILLER                   PIC X(10) VALUE 'LIMIT'.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  DTL-LINE.
           05  DTL-CARD-NUMBER          PIC X(16).
           05  DTL-TRAN-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-TRAN-TOTAL           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-MTD-SPEND            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  DTL-MONTHLY-LIMIT        PIC $$$,$$$,$$9.99.
           05  DTL-NO-LIMIT REDEFINES DTL-MONTHLY-LIMIT
                                        PIC X(14).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-LIMIT-FLAG           PIC X(10).
           05  FILLER                   PIC X(9)  VALUE SPACES.

       01  SUM-CARD-HEADER.
           05  FILLER                   PIC X(35) VALUE
               DECLARE CARD-CURSOR CURSOR FOR
               SELECT CARD_NUMBER,
                      LINKED_ACCOUNT,
                      ACTIVE_FLAG,
                      MONTHLY_SPEND_LIMIT
               FROM CREDIT_CARD
               ORDER BY CARD_NUMBER
           END-EXEC
               FETCH CARD-CURSOR
               INTO :SQL-CARD-NUMBER,
                    :SQL-CARD-LINKED-ACCOUNT,
                    :SQL-CARD-ACTIVE-FLAG,
                    :SQL-CARD-MONTHLY-LIMIT
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO WS-EOF-FLAG
               ADD SQL-CARD-TRAN-TOTAL TO WS-TOTAL-TRAN-AMOUNT
           END-IF

           PERFORM 2100-CARD-MONTH-TO-DATE

           WRITE CARD-REPORT-LINE FROM DTL-LINE

           PERFORM 1100-FETCH-CARD.

      *----------------------------------------------------------------*
      * MONTH-TO-DATE SPEND - PURCHASES AND CASH ADVANCES POSTED ON    *
      * THE CARD THIS CALENDAR MONTH - AGAINST THE CARD'S MONTHLY      *
      * SPEND LIMIT. A CARD WITH NO LIMIT SHOWS NONE.                  *
      *----------------------------------------------------------------*
       2100-CARD-MONTH-TO-DATE.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :SQL-CARD-MTD-SPEND
               FROM   TRANSACTION_LOG
               WHERE  CARD_NUMBER = :SQL-CARD-NUMBER
                 AND  TRANSACTION_TYPE IN ('PURCHASE', 'CASHADV')
                 AND  SUBSTR(CHAR(TRANSACTION_DATE), 1, 7) =
                      SUBSTR(CHAR(CURRENT TIMESTAMP), 1, 7)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CARD-MTD-SPEND
           END-IF

           MOVE SQL-CARD-MTD-SPEND TO DTL-MTD-SPEND
           MOVE SPACES TO DTL-LIMIT-FLAG

           IF SQL-CARD-MONTHLY-LIMIT > ZERO
               ADD 1 TO WS-CARDS-WITH-LIMIT
               MOVE SQL-CARD-MONTHLY-LIMIT TO DTL-MONTHLY-LIMIT
               IF SQL-CARD-MTD-SPEND >= SQL-CARD-MONTHLY-LIMIT
                   ADD 1 TO WS-CARDS-AT-LIMIT
                   IF SQL-CARD-MTD-SPEND > SQL-CARD-MONTHLY-LIMIT
                       MOVE 'OVER LIMIT' TO DTL-LIMIT-FLAG
                   ELSE
                       MOVE 'AT LIMIT' TO DTL-LIMIT-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE '          NONE' TO DTL-NO-LIMIT
           END-IF.

      *================================================================*
      * FINALIZATION                                                   *
      *================================================================*
           MOVE WS-TOTAL-TRAN-AMOUNT TO SUM-AMOUNT-VALUE
           WRITE CARD-REPORT-LINE FROM SUM-CARD-AMOUNT-LINE AFTER 1

           MOVE 'Cards With Monthly Limit:' TO SUM-COUNT-LABEL
           MOVE WS-CARDS-WITH-LIMIT TO SUM-COUNT-VALUE
           WRITE CARD-REPORT-LINE FROM SUM-CARD-COUNT-LINE AFTER 1

           MOVE 'Cards At/Over Limit:' TO SUM-COUNT-LABEL
           MOVE WS-CARDS-AT-LIMIT TO SUM-COUNT-VALUE
           WRITE CARD-REPORT-LINE FROM SUM-CARD-COUNT-LINE AFTER 1

           CLOSE CARD-REPORT-FILE

           DISPLAY '=============================================='
           DISPLAY 'CARD ACTIVITY REPORT COMPLETE'
           DISPLAY '  Cards Scanned:       ' WS-CARDS-SCANNED
           DISPLAY '  Cards With Activity: ' WS-CARDS-WITH-ACTIVITY
           DISPLAY '  Cards At/Over Limit: ' WS-CARDS-AT-LIMIT
           DISPLAY '=============================================='.
