      *              EMBOSS-PENDING SO THE NEXT CCARDEXP RUN SENDS IT  *
      *              TO THE EMBOSSER THROUGH THE EXISTING EMBREC       *
      *              EXTRACT PATH                                      *
      *            - OPENS A FRAUD CLAIM (FRAUD_CLAIM) FOR CHARGES     *
      *              MADE ON THE PLASTIC AFTER THE DATE AND TIME THE   *
      *              CARDHOLDER SAYS IT WAS LOST. CCARDFRD CREDITS     *
      *              THEM IN THE NIGHTLY RUN AS FRAUD LOSSES RATHER    *
      *              THAN MERCHANT DISPUTES                            *
      *            - SETS THE CARD'S OWN SPENDING CONTROLS SO THE      *
      *              PRIMARY CARDHOLDER CAN CAP AN AUTHORIZED USER:    *
      *              A MONTHLY SPEND LIMIT, CASH-ADVANCE AND FOREIGN   *
      *              BLOCKS AND A MERCHANT-CATEGORY BLOCK LIST.        *
      *              CCARDAUT DECLINES AND CCARDPROC REJECTS ON THEM   *
      *                                                                *
      * FUNCTION CODES (ENTERED ON THE SCREEN):                        *
      *   I - INQUIRE - DISPLAY THE CARD AS IT STANDS TODAY            *
      *   B - BLOCK   - DEACTIVATE A LOST/STOLEN CARD                  *
      *   R - REPLACE - BLOCK AND ISSUE A REPLACEMENT NUMBER           *
      *   F - FRAUD   - OPEN A FRAUD CLAIM FROM THE KEYED LOST DATE    *
      *                 AND TIME, BLOCKING THE CARD FIRST IF IT IS     *
      *                 STILL ACTIVE                                   *
      *   C - CONTROLS - CHANGE THE SPENDING CONTROLS OVERKEYED ON     *
      *                 THE SCREEN; FIELDS LEFT ALONE ARE UNCHANGED    *
      *                                                                *
      * B AND R ALSO OPEN THE FRAUD CLAIM WHEN A LOST DATE IS KEYED    *
      * WITH THEM. THE LOST TIME IS OPTIONAL - LEFT BLANK THE CLAIM    *
      * STARTS AT MIDNIGHT, THE CARDHOLDER'S FAVOUR. ONLY ONE CLAIM    *
      * MAY BE OPEN ON A CARD AT A TIME. INQUIRE SHOWS THE CARD'S      *
      * LATEST CLAIM AND WHERE IT STANDS.                              *
      *                                                                *
      * EVERY BLOCK/REPLACE IS ALSO WRITTEN TO ACCOUNT_AUDIT_LOG THE   *
      * WAY CCARDACM WRITES ITS STATUS CHANGES - USER TERMINAL AND     *
      * TIMESTAMP INCLUDED. OPENING A FRAUD CLAIM WRITES ITS OWN ROW   *
      * WITH CHANGE_REASON 'FRAUD CLAIM OPENED'. EACH CONTROL CHANGED  *
      * WRITES ITS OWN ROW NAMING THE CARD AND THE CONTROL, WITH THE   *
      * OLD AND NEW VALUE, THE WAY CCARDCUS AUDITS CUSTOMER CHANGES.   *
      * A REPLACEMENT CARD CARRIES THE OLD CARD'S CONTROLS OVER.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       COPY CARDREC.

      *----------------------------------------------------------------*
      * FRAUD_CLAIM HOST VARIABLES (SHARED WITH CCARDFRD)              *
      *----------------------------------------------------------------*
       COPY FRDREC.

      *----------------------------------------------------------------*
      * NEW-CARD-NUMBER CONTROL - MAX+1 UNDER CONCURRENT CCRM TASKS   *
      * CAN COLLIDE ON THE CARD_NUMBER PRIMARY KEY (-803), SO THE     *
           05  WS-NEW-EXPIRY-DATE       PIC X(10).
           05  WS-NEW-EXPIRY-YEAR       PIC 9(4).
           05  WS-REPLACEMENT-CARD      PIC X(16) VALUE SPACES.
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-CURRENT-TIME          PIC X(5).
           05  WS-CHECK-DATE            PIC X(10).
           05  WS-CHECK-DATE-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-CHECK-DATE-VALID          VALUE 'Y'.
           05  WS-CARD-FOUND-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-CARD-FOUND                VALUE 'Y'.

      *----------------------------------------------------------------*
      * CARD SPENDING CONTROL FIELDS - THE CONTROLS AS THEY WILL STAND *
      * AFTER THE OPERATOR'S OVERKEYS, THE KEYED TEXT, AND THE OLD AND *
      * NEW VALUES WRITTEN TO THE AUDIT TRAIL                          *
      *----------------------------------------------------------------*
       01  WS-CARD-CONTROL-FIELDS.
           05  WS-NEW-MONTHLY-LIMIT     PIC S9(8)V99 COMP-3.
           05  WS-NEW-CASH-BLOCK        PIC X(1).
               88  WS-NEW-CASH-VALID            VALUE 'Y' 'N'.
           05  WS-NEW-FOREIGN-BLOCK     PIC X(1).
               88  WS-NEW-FOREIGN-VALID         VALUE 'Y' 'N'.
           05  WS-NEW-MCC-BLOCK-LIST    PIC X(20).
           05  WS-NEW-MCC-BLOCKS REDEFINES WS-NEW-MCC-BLOCK-LIST.
               10  WS-NEW-MCC-BLOCK     PIC X(4) OCCURS 5 TIMES.
           05  WS-KEYED-LIMIT           PIC X(11).
           05  WS-KEYED-MCC             PIC X(4).
           05  WS-MCC-SUB               PIC 9(1).
           05  WS-LIMIT-DISPLAY         PIC Z(7)9.99.
           05  WS-AUDIT-OLD-VALUE       PIC X(60) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(60) VALUE SPACES.
           05  WS-AUDIT-CONTROL         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * FRAUD CLAIM FIELDS - THE LOST DATE AND TIME AS KEYED, THE      *
      * DB2 TIMESTAMP BUILT FROM THEM, AND THE CLAIM LINE SHOWN ON     *
      * THE SCREEN                                                     *
      *----------------------------------------------------------------*
       01  WS-FRAUD-CLAIM-FIELDS.
           05  WS-LOST-DATE             PIC X(10) VALUE SPACES.
           05  WS-LOST-TIME             PIC X(5)  VALUE SPACES.
           05  WS-LOST-TIME-PARTS REDEFINES WS-LOST-TIME.
               10  WS-LOST-HH           PIC X(2).
               10  WS-LOST-COLON        PIC X(1).
               10  WS-LOST-MM           PIC X(2).
           05  WS-LOST-DATE-KEYED-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-LOST-DATE-KEYED           VALUE 'Y'.
           05  WS-CLAIM-FOUND-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-CLAIM-FOUND               VALUE 'Y'.
           05  WS-CLAIM-OPENED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-CLAIM-OPENED              VALUE 'Y'.
           05  WS-LOST-TIMESTAMP.
               10  WS-LOST-TS-DATE      PIC X(10).
               10  FILLER               PIC X(1)  VALUE '-'.
               10  WS-LOST-TS-HH        PIC X(2).
               10  FILLER               PIC X(1)  VALUE '.'.
               10  WS-LOST-TS-MM        PIC X(2).
               10  FILLER               PIC X(10) VALUE '.00.000000'.
           05  WS-CLAIM-LINE.
               10  FILLER               PIC X(6)  VALUE 'CLAIM '.
               10  WS-CLAIM-LINE-ID     PIC 9(9).
               10  FILLER               PIC X(1)  VALUE SPACE.
               10  WS-CLAIM-LINE-STATUS PIC X(20).
               10  FILLER               PIC X(6)  VALUE ' LOST '.
               10  WS-CLAIM-LINE-LOST-DATE
                                        PIC X(10).
               10  FILLER               PIC X(1)  VALUE SPACE.
               10  WS-CLAIM-LINE-LOST-HH
                                        PIC X(2).
               10  FILLER               PIC X(1)  VALUE ':'.
               10  WS-CLAIM-LINE-LOST-MM
                                        PIC X(2).
               10  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CLAIM-DISPLAY         PIC X(60) VALUE SPACES.
           05  WS-CLAIM-STATUS-LINE.
               10  FILLER               PIC X(9)  VALUE 'CLOSED   '.
               10  WS-CLAIM-LINE-PROC-DATE
                                        PIC X(10).
               10  FILLER               PIC X(1)  VALUE SPACE.

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - THE    *
           MOVE SPACES TO CCCRMMAPO
           MOVE -1 TO CMCARDL
           IF WS-MESSAGE = SPACES
               MOVE 'ENTER CARD NUMBER AND FUNCTION (I/B/R/F/C)'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO
               MOVE CMCARDI TO CA-CARD-NUMBER
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-REPLACEMENT-CARD
               PERFORM 2100-TAKE-LOST-DATE

               EVALUATE FUNCI
                   WHEN 'I'
                       PERFORM 4000-BLOCK-CARD
                   WHEN 'R'
                       PERFORM 5000-REPLACE-CARD
                   WHEN 'F'
                       PERFORM 4500-FILE-FRAUD-CLAIM
                   WHEN 'C'
                       PERFORM 5500-CHANGE-CARD-CONTROLS
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE I, B, R, F OR C'
                            TO WS-MESSAGE
               END-EVALUATE

               PERFORM 8000-SEND-RESULT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      * PICK UP THE LOST DATE AND TIME, IF KEYED. FIELDS THE OPERATOR  *
      * DID NOT TOUCH ARRIVE AS LOW-VALUES AND ARE TREATED AS BLANK.   *
      *----------------------------------------------------------------*
       2100-TAKE-LOST-DATE.
           MOVE 'N' TO WS-LOST-DATE-KEYED-FLAG
           MOVE 'N' TO WS-CLAIM-OPENED-FLAG
           MOVE SPACES TO WS-CLAIM-DISPLAY
           MOVE CMLSTDI TO WS-LOST-DATE
           MOVE CMLSTTI TO WS-LOST-TIME
           IF WS-LOST-DATE = LOW-VALUES
               MOVE SPACES TO WS-LOST-DATE
           END-IF
           IF WS-LOST-TIME = LOW-VALUES
               MOVE SPACES TO WS-LOST-TIME
           END-IF
           IF WS-LOST-DATE NOT = SPACES
               SET WS-LOST-DATE-KEYED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * INQUIRE - READ THE CARD AS IT STANDS TODAY, NO UPDATE          *
      *----------------------------------------------------------------*
           PERFORM 6000-READ-CARD
           IF SQLCODE = 0
               MOVE 'CARD FOUND' TO WS-MESSAGE
               PERFORM 4700-READ-LATEST-CLAIM
               IF WS-CLAIM-FOUND
                   PERFORM 4750-FORMAT-CLAIM-LINE
               END-IF
           ELSE
               MOVE 'CARD NOT FOUND' TO WS-MESSAGE
           END-IF.
               WHEN NOT SQL-CARD-ACTIVE
                   MOVE 'CARD ALREADY INACTIVE' TO WS-MESSAGE
               WHEN OTHER
                   IF WS-LOST-DATE-KEYED
                       PERFORM 4600-EDIT-LOST-DATE
                   END-IF
                   IF WS-MESSAGE = SPACES
                       PERFORM 4100-DEACTIVATE-CARD
                       IF SQLCODE = 0
                           MOVE 'CARD BLOCKED' TO WS-MESSAGE
                           IF WS-LOST-DATE-KEYED
                               PERFORM 4800-OPEN-FRAUD-CLAIM
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

               MOVE 'BLOCK FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * FRAUD CLAIM - THE CARDHOLDER DISOWNS EVERYTHING CHARGED ON THE *
      * PLASTIC FROM THE LOST DATE AND TIME ON. A CARD STILL ACTIVE IS *
      * BLOCKED FIRST; A CARD ALREADY BLOCKED (B OR R EARLIER, BEFORE  *
      * THE CARDHOLDER KNEW OF THE CHARGES) GETS ITS CLAIM ALONE.      *
      *----------------------------------------------------------------*
       4500-FILE-FRAUD-CLAIM.
           PERFORM 6000-READ-CARD
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'CARD NOT FOUND' TO WS-MESSAGE
               WHEN NOT WS-LOST-DATE-KEYED
                   MOVE 'ENTER THE DATE THE CARD WAS LOST (YYYY-MM-DD)'
                        TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 4600-EDIT-LOST-DATE
                   IF WS-MESSAGE = SPACES AND SQL-CARD-ACTIVE
                       PERFORM 4100-DEACTIVATE-CARD
                   END-IF
                   IF WS-MESSAGE = SPACES
                       PERFORM 4800-OPEN-FRAUD-CLAIM
                       PERFORM 4550-SET-CLAIM-MESSAGE
                   END-IF
           END-EVALUATE.

       4550-SET-CLAIM-MESSAGE.
           EVALUATE TRUE
               WHEN WS-CLAIM-OPENED
                   MOVE 'FRAUD CLAIM OPENED - CARD BLOCKED'
                        TO WS-MESSAGE
               WHEN WS-CLAIM-FOUND
                   MOVE 'A FRAUD CLAIM IS ALREADY OPEN ON THIS CARD'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'FRAUD CLAIM NOT OPENED - DB2 ERROR'
                        TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EDIT THE LOST DATE AND TIME AGAINST THE CARD JUST READ: A REAL *
      * YYYY-MM-DD DATE, HH:MM ON A 24-HOUR CLOCK, NOT IN THE FUTURE   *
      * AND NOT BEFORE THE CARD WAS ISSUED. BUILDS THE DB2 TIMESTAMP   *
      * THE CLAIM IS KEYED FROM.                                       *
      *----------------------------------------------------------------*
       4600-EDIT-LOST-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-CURRENT-TIME(1:2)
           MOVE ':' TO WS-CURRENT-TIME(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-CURRENT-TIME(4:2)

           IF WS-LOST-TIME = SPACES
               MOVE '00:00' TO WS-LOST-TIME
           END-IF

           MOVE WS-LOST-DATE TO WS-CHECK-DATE
           PERFORM 4650-CHECK-DATE-FORMAT

           EVALUATE TRUE
               WHEN NOT WS-CHECK-DATE-VALID
                   MOVE 'LOST DATE MUST BE YYYY-MM-DD' TO WS-MESSAGE
               WHEN WS-LOST-HH IS NOT NUMERIC
                 OR WS-LOST-COLON NOT = ':'
                 OR WS-LOST-MM IS NOT NUMERIC
                 OR WS-LOST-HH > '23'
                 OR WS-LOST-MM > '59'
                   MOVE 'LOST TIME MUST BE HH:MM (00:00 TO 23:59)'
                        TO WS-MESSAGE
               WHEN WS-LOST-DATE > WS-TODAY-DATE
               WHEN WS-LOST-DATE = WS-TODAY-DATE
                AND WS-LOST-TIME > WS-CURRENT-TIME
                   MOVE 'LOST DATE/TIME CANNOT BE IN THE FUTURE'
                        TO WS-MESSAGE
               WHEN WS-LOST-DATE < SQL-CARD-ISSUE-DATE
                   MOVE 'LOST DATE IS BEFORE THE CARD WAS ISSUED'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-LOST-DATE TO WS-LOST-TS-DATE
                   MOVE WS-LOST-HH TO WS-LOST-TS-HH
                   MOVE WS-LOST-MM TO WS-LOST-TS-MM
           END-EVALUATE.

       4650-CHECK-DATE-FORMAT.
           MOVE 'N' TO WS-CHECK-DATE-FLAG
           IF WS-CHECK-DATE(1:4) IS NUMERIC
              AND WS-CHECK-DATE(5:1) = '-'
              AND WS-CHECK-DATE(6:2) IS NUMERIC
              AND WS-CHECK-DATE(8:1) = '-'
              AND WS-CHECK-DATE(9:2) IS NUMERIC
               IF WS-CHECK-DATE(6:2) >= '01'
                  AND WS-CHECK-DATE(6:2) <= '12'
                  AND WS-CHECK-DATE(9:2) >= '01'
                  AND WS-CHECK-DATE(9:2) <= '31'
                   MOVE 'Y' TO WS-CHECK-DATE-FLAG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ THE CARD'S LATEST FRAUD CLAIM, IF IT HAS EVER HAD ONE     *
      *----------------------------------------------------------------*
       4700-READ-LATEST-CLAIM.
           MOVE 'N' TO WS-CLAIM-FOUND-FLAG

           EXEC SQL
               SELECT CLAIM_ID,
                      CHAR(LOST_TIMESTAMP),
                      CLAIM_STATUS,
                      COALESCE(CHAR(PROCESSED_DATE), ' ')
               INTO  :SQL-FRDC-CLAIM-ID,
                     :SQL-FRDC-LOST-TIMESTAMP,
                     :SQL-FRDC-STATUS,
                     :SQL-FRDC-PROCESSED-DATE
               FROM  FRAUD_CLAIM
               WHERE CLAIM_ID =
                     (SELECT MAX(C.CLAIM_ID)
                      FROM   FRAUD_CLAIM C
                      WHERE  C.CARD_NUMBER = :SQL-CARD-NUMBER)
           END-EXEC

           IF SQLCODE = 0
               SET WS-CLAIM-FOUND TO TRUE
           END-IF.

       4750-FORMAT-CLAIM-LINE.
           MOVE SQL-FRDC-CLAIM-ID TO WS-CLAIM-LINE-ID
           IF SQL-FRDC-PROCESSED
               MOVE SQL-FRDC-PROCESSED-DATE
                    TO WS-CLAIM-LINE-PROC-DATE
               MOVE WS-CLAIM-STATUS-LINE TO WS-CLAIM-LINE-STATUS
           ELSE
               MOVE 'OPEN - CREDITING' TO WS-CLAIM-LINE-STATUS
           END-IF
           MOVE SQL-FRDC-LOST-TIMESTAMP(1:10)
                TO WS-CLAIM-LINE-LOST-DATE
           MOVE SQL-FRDC-LOST-TIMESTAMP(12:2)
                TO WS-CLAIM-LINE-LOST-HH
           MOVE SQL-FRDC-LOST-TIMESTAMP(15:2)
                TO WS-CLAIM-LINE-LOST-MM
           MOVE WS-CLAIM-LINE TO WS-CLAIM-DISPLAY.

      *----------------------------------------------------------------*
      * OPEN THE CLAIM ON THE (NOW BLOCKED) CARD. REFUSED IF THE CARD  *
      * ALREADY HAS ONE OPEN - THE OPERATOR WAITS FOR THE NIGHTLY RUN  *
      * TO CREDIT IT FIRST. CLAIM IDS ARE MAX+1, THE SAME AS           *
      * COLLECTION ACTIONS - A -803 COLLISION SURFACES AS A FAILED     *
      * CLAIM THE OPERATOR RE-ENTERS WITH F. THE CLAIM AND ITS AUDIT   *
      * ROW COMMIT TOGETHER. THE OUTCOME GOES ON THE CLAIM LINE SO THE *
      * BLOCK/REPLACE MESSAGE IS LEFT STANDING.                        *
      *----------------------------------------------------------------*
       4800-OPEN-FRAUD-CLAIM.
           PERFORM 4700-READ-LATEST-CLAIM

           IF WS-CLAIM-FOUND AND SQL-FRDC-OPEN
               PERFORM 4750-FORMAT-CLAIM-LINE
           ELSE
               PERFORM 4850-INSERT-FRAUD-CLAIM
           END-IF.

       4850-INSERT-FRAUD-CLAIM.
           EXEC SQL
               SELECT COALESCE(MAX(CLAIM_ID), 0) + 1
               INTO   :SQL-FRDC-CLAIM-ID
               FROM   FRAUD_CLAIM
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-CARD-NUMBER TO SQL-FRDC-CARD-NUMBER
               MOVE SQL-CARD-LINKED-ACCOUNT TO SQL-FRDC-ACCOUNT
               MOVE WS-LOST-TIMESTAMP TO SQL-FRDC-LOST-TIMESTAMP
               SET SQL-FRDC-OPEN TO TRUE
               MOVE EIBTRMID TO SQL-FRDC-OPENED-BY

               EXEC SQL
                   INSERT INTO FRAUD_CLAIM
                       (CLAIM_ID,
                        CARD_NUMBER,
                        ACCOUNT_NUMBER,
                        LOST_TIMESTAMP,
                        CLAIM_STATUS,
                        OPENED_BY,
                        OPENED_TIMESTAMP,
                        ITEM_COUNT,
                        AMOUNT_CREDITED,
                        INTEREST_CREDITED,
                        POINTS_REVERSED)
                   VALUES
                       (:SQL-FRDC-CLAIM-ID,
                        :SQL-FRDC-CARD-NUMBER,
                        :SQL-FRDC-ACCOUNT,
                        TIMESTAMP(:SQL-FRDC-LOST-TIMESTAMP),
                        :SQL-FRDC-STATUS,
                        :SQL-FRDC-OPENED-BY,
                        CURRENT TIMESTAMP,
                        0,
                        0,
                        0,
                        0)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE SQL-CARD-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG
               MOVE 'FRAUD CLAIM OPENED' TO WS-AUDIT-REASON
               PERFORM 7100-WRITE-CLAIM-AUDIT
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               SET WS-CLAIM-OPENED TO TRUE
               PERFORM 4750-FORMAT-CLAIM-LINE
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'N' TO WS-CLAIM-FOUND-FLAG
               MOVE 'CLAIM NOT OPENED - DB2 ERROR - RE-ENTER WITH F'
                    TO WS-CLAIM-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      * REPLACE - BLOCK THE OLD PLASTIC, THEN ISSUE A NEW CREDIT_CARD  *
      * ROW UNDER A NEW NUMBER LINKED TO THE SAME ACCOUNT, FLAGGED     *
      * EMBOSS-PENDING FOR THE NEXT CCARDEXP EXTRACT. THE NEW EXPIRY   *
      * IS TODAY PLUS THREE YEARS, THE SAME TERM CCARDEXP ISSUES. THE  *
      * FRAUD CLAIM, WHEN A LOST DATE IS KEYED, IS OPENED ON THE OLD   *
      * NUMBER BEFORE THE NEW ONE IS ISSUED.                           *
      *----------------------------------------------------------------*
       5000-REPLACE-CARD.
           PERFORM 6000-READ-CARD
           IF SQLCODE NOT = 0
               MOVE 'CARD NOT FOUND' TO WS-MESSAGE
           ELSE
               IF WS-LOST-DATE-KEYED
                   PERFORM 4600-EDIT-LOST-DATE
               END-IF

               IF WS-MESSAGE = SPACES AND SQL-CARD-ACTIVE
                   PERFORM 4100-DEACTIVATE-CARD
               END-IF

               IF WS-MESSAGE = SPACES
                   IF WS-LOST-DATE-KEYED
                       PERFORM 4800-OPEN-FRAUD-CLAIM
                   END-IF
                   PERFORM 5100-BUILD-NEW-EXPIRY
                   PERFORM 5200-ISSUE-REPLACEMENT-CARD
               END-IF
                        ISSUE_DATE,
                        EXPIRY_DATE,
                        ACTIVE_FLAG,
                        EMBOSS_PENDING,
                        CUSTOMER_ID,
                        MONTHLY_SPEND_LIMIT,
                        CASH_BLOCK,
                        FOREIGN_BLOCK,
                        MCC_BLOCK_LIST)
                   VALUES
                       (:WS-REPLACEMENT-CARD,
                        :SQL-CARD-LINKED-ACCOUNT,
                        CURRENT DATE,
                        :WS-NEW-EXPIRY-DATE,
                        'Y',
                        'Y',
                        NULLIF(:SQL-CARD-CUSTOMER-ID, 0),
                        :SQL-CARD-MONTHLY-LIMIT,
                        :SQL-CARD-CASH-BLOCK,
                        :SQL-CARD-FOREIGN-BLOCK,
                        :SQL-CARD-MCC-BLOCK-LIST)
               END-EXEC

               EVALUATE TRUE
           END-IF.

      *----------------------------------------------------------------*
      * CONTROLS - APPLY THE OPERATOR'S OVERKEYS TO THE CARD'S CURRENT *
      * CONTROLS, THEN UPDATE THE CARD AND WRITE ONE AUDIT ROW PER     *
      * CONTROL CHANGED. THE UPDATE AND ITS AUDIT ROWS COMMIT          *
      * TOGETHER OR NOT AT ALL. CARD LIMITS SIT INSIDE THE ACCOUNT'S   *
      * OWN CREDIT LINE, SO THEY NEED NO SUPERVISOR SIGN-OFF.          *
      *----------------------------------------------------------------*
       5500-CHANGE-CARD-CONTROLS.
           PERFORM 6000-READ-CARD
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'CARD NOT FOUND' TO WS-MESSAGE
               WHEN NOT SQL-CARD-ACTIVE
                   MOVE 'CARD IS INACTIVE - CONTROLS NOT CHANGED'
                        TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5510-TAKE-CARD-CONTROLS
                   IF WS-MESSAGE = SPACES
                       PERFORM 5550-UPDATE-CARD-CONTROLS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * START FROM THE CONTROLS ON FILE AND OVERLAY WHAT WAS KEYED.    *
      * FIELDS THE OPERATOR DID NOT TOUCH ARRIVE AS LOW-VALUES AND ARE *
      * LEFT AS THEY ARE. A LIMIT OF ZERO REMOVES IT; A BLOCKED        *
      * CATEGORY OF 0000 CLEARS THE SLOT.                              *
      *----------------------------------------------------------------*
       5510-TAKE-CARD-CONTROLS.
           MOVE SQL-CARD-MONTHLY-LIMIT TO WS-NEW-MONTHLY-LIMIT
           MOVE SQL-CARD-CASH-BLOCK TO WS-NEW-CASH-BLOCK
           MOVE SQL-CARD-FOREIGN-BLOCK TO WS-NEW-FOREIGN-BLOCK
           MOVE SQL-CARD-MCC-BLOCK-LIST TO WS-NEW-MCC-BLOCK-LIST

           MOVE CMMLIMI TO WS-KEYED-LIMIT
           INSPECT WS-KEYED-LIMIT REPLACING ALL LOW-VALUE BY SPACE
           IF WS-KEYED-LIMIT NOT = SPACES
               COMPUTE WS-NEW-MONTHLY-LIMIT =
                   FUNCTION NUMVAL(WS-KEYED-LIMIT)
           END-IF

           IF CMCASHI NOT = LOW-VALUES AND CMCASHI NOT = SPACES
               MOVE CMCASHI TO WS-NEW-CASH-BLOCK
           END-IF
           IF CMFRGNI NOT = LOW-VALUES AND CMFRGNI NOT = SPACES
               MOVE CMFRGNI TO WS-NEW-FOREIGN-BLOCK
           END-IF

           MOVE CMMCC1I TO WS-KEYED-MCC
           MOVE 1 TO WS-MCC-SUB
           PERFORM 5520-TAKE-BLOCKED-MCC
           MOVE CMMCC2I TO WS-KEYED-MCC
           MOVE 2 TO WS-MCC-SUB
           PERFORM 5520-TAKE-BLOCKED-MCC
           MOVE CMMCC3I TO WS-KEYED-MCC
           MOVE 3 TO WS-MCC-SUB
           PERFORM 5520-TAKE-BLOCKED-MCC
           MOVE CMMCC4I TO WS-KEYED-MCC
           MOVE 4 TO WS-MCC-SUB
           PERFORM 5520-TAKE-BLOCKED-MCC
           MOVE CMMCC5I TO WS-KEYED-MCC
           MOVE 5 TO WS-MCC-SUB
           PERFORM 5520-TAKE-BLOCKED-MCC

           EVALUATE TRUE
               WHEN WS-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN WS-NEW-MONTHLY-LIMIT < ZERO
                   MOVE 'LIMIT CANNOT BE NEGATIVE - 0 REMOVES IT'
                        TO WS-MESSAGE
               WHEN NOT WS-NEW-CASH-VALID
                   MOVE 'CASH BLOCK MUST BE Y OR N' TO WS-MESSAGE
               WHEN NOT WS-NEW-FOREIGN-VALID
                   MOVE 'FOREIGN BLOCK MUST BE Y OR N' TO WS-MESSAGE
               WHEN WS-NEW-MONTHLY-LIMIT = SQL-CARD-MONTHLY-LIMIT
                AND WS-NEW-CASH-BLOCK = SQL-CARD-CASH-BLOCK
                AND WS-NEW-FOREIGN-BLOCK = SQL-CARD-FOREIGN-BLOCK
                AND WS-NEW-MCC-BLOCK-LIST = SQL-CARD-MCC-BLOCK-LIST
                   MOVE 'NO CONTROL CHANGES KEYED - OVERKEY ROWS 18-20'
                        TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5520-TAKE-BLOCKED-MCC.
           INSPECT WS-KEYED-MCC REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN WS-KEYED-MCC = SPACES
                   CONTINUE
               WHEN WS-KEYED-MCC = '0000'
                   MOVE SPACES TO WS-NEW-MCC-BLOCK(WS-MCC-SUB)
               WHEN WS-KEYED-MCC IS NUMERIC
                   MOVE WS-KEYED-MCC TO WS-NEW-MCC-BLOCK(WS-MCC-SUB)
               WHEN OTHER
                   MOVE 'BLOCKED MCC MUST BE 4 DIGITS - 0000 CLEARS IT'
                        TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * UPDATE THE CARD, THEN AUDIT EACH CONTROL THAT MOVED AGAINST    *
      * THE LINKED ACCOUNT. THE CARD'S ACTIVE FLAG GOES IN BOTH STATUS *
      * BYTES UNCHANGED, THE SAME AS A FRAUD CLAIM'S ROW.              *
      *----------------------------------------------------------------*
       5550-UPDATE-CARD-CONTROLS.
           EXEC SQL
               UPDATE CREDIT_CARD
               SET    MONTHLY_SPEND_LIMIT = :WS-NEW-MONTHLY-LIMIT,
                      CASH_BLOCK          = :WS-NEW-CASH-BLOCK,
                      FOREIGN_BLOCK       = :WS-NEW-FOREIGN-BLOCK,
                      MCC_BLOCK_LIST      = :WS-NEW-MCC-BLOCK-LIST
               WHERE  CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC

           MOVE SQL-CARD-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG

           IF SQLCODE = 0
              AND WS-NEW-MONTHLY-LIMIT NOT = SQL-CARD-MONTHLY-LIMIT
               MOVE 'MONTHLY LIMIT' TO WS-AUDIT-CONTROL
               MOVE SQL-CARD-MONTHLY-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-MONTHLY-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO WS-AUDIT-NEW-VALUE
               PERFORM 7200-WRITE-CONTROL-AUDIT
           END-IF

           IF SQLCODE = 0
              AND WS-NEW-CASH-BLOCK NOT = SQL-CARD-CASH-BLOCK
               MOVE 'CASH ADVANCE BLOCK' TO WS-AUDIT-CONTROL
               MOVE SQL-CARD-CASH-BLOCK TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-CASH-BLOCK TO WS-AUDIT-NEW-VALUE
               PERFORM 7200-WRITE-CONTROL-AUDIT
           END-IF

           IF SQLCODE = 0
              AND WS-NEW-FOREIGN-BLOCK NOT = SQL-CARD-FOREIGN-BLOCK
               MOVE 'FOREIGN BLOCK' TO WS-AUDIT-CONTROL
               MOVE SQL-CARD-FOREIGN-BLOCK TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-FOREIGN-BLOCK TO WS-AUDIT-NEW-VALUE
               PERFORM 7200-WRITE-CONTROL-AUDIT
           END-IF

           IF SQLCODE = 0
              AND WS-NEW-MCC-BLOCK-LIST NOT = SQL-CARD-MCC-BLOCK-LIST
               MOVE 'MCC BLOCK LIST' TO WS-AUDIT-CONTROL
               MOVE SQL-CARD-MCC-BLOCK-LIST TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-MCC-BLOCK-LIST TO WS-AUDIT-NEW-VALUE
               PERFORM 7200-WRITE-CONTROL-AUDIT
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE WS-NEW-MONTHLY-LIMIT TO SQL-CARD-MONTHLY-LIMIT
               MOVE WS-NEW-CASH-BLOCK TO SQL-CARD-CASH-BLOCK
               MOVE WS-NEW-FOREIGN-BLOCK TO SQL-CARD-FOREIGN-BLOCK
               MOVE WS-NEW-MCC-BLOCK-LIST TO SQL-CARD-MCC-BLOCK-LIST
               MOVE 'CARD CONTROLS UPDATED' TO WS-MESSAGE
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'CONTROLS NOT CHANGED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE CARD ROW (IF ANY) FOR THE KEYED CARD NUMBER. A CARD   *
      * ISSUED BEFORE THE CUSTOMER MASTER TAKES ITS ACCOUNT'S CUSTOMER *
      * SO THE REPLACEMENT IS LINKED EITHER WAY.                       *
      *----------------------------------------------------------------*
       6000-READ-CARD.
           EXEC SQL
                      CARD_HOLDER_NAME,
                      ISSUE_DATE,
                      EXPIRY_DATE,
                      ACTIVE_FLAG,
                      COALESCE(CUSTOMER_ID,
                               (SELECT A.CUSTOMER_ID
                                FROM   CREDIT_ACCOUNT A
                                WHERE  A.ACCOUNT_NUMBER =
                                       LINKED_ACCOUNT),
                               0),
                      MONTHLY_SPEND_LIMIT,
                      CASH_BLOCK,
                      FOREIGN_BLOCK,
                      MCC_BLOCK_LIST
               INTO  :SQL-CARD-NUMBER,
                     :SQL-CARD-LINKED-ACCOUNT,
                     :SQL-CARD-HOLDER-NAME,
                     :SQL-CARD-ISSUE-DATE,
                     :SQL-CARD-EXPIRY-DATE,
                     :SQL-CARD-ACTIVE-FLAG,
                     :SQL-CARD-CUSTOMER-ID,
                     :SQL-CARD-MONTHLY-LIMIT,
                     :SQL-CARD-CASH-BLOCK,
                     :SQL-CARD-FOREIGN-BLOCK,
                     :SQL-CARD-MCC-BLOCK-LIST
               FROM CREDIT_CARD
               WHERE CARD_NUMBER = :SQL-CARD-NUMBER
           END-EXEC

           IF SQLCODE = 0
               SET WS-CARD-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * AUDIT TRAIL - ONE ROW PER BLOCK/REPLACE AGAINST THE LINKED     *
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * AUDIT TRAIL FOR A FRAUD CLAIM - SAME TABLE AND TERMINAL KEY AS *
      * THE BLOCK, THE CARD'S (INACTIVE) FLAG UNCHANGED-TO-UNCHANGED   *
      * AND CHANGE_REASON SAYING WHAT WAS DONE. THE CALLER COMMITS THE *
      * CLAIM AND THIS ROW TOGETHER.                                   *
      *----------------------------------------------------------------*
       7100-WRITE-CLAIM-AUDIT.
           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT_LOG
                   (ACCOUNT_NUMBER,
                    OLD_STATUS,
                    NEW_STATUS,
                    CHANGE_REASON,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:SQL-CARD-LINKED-ACCOUNT,
                    :WS-OLD-ACTIVE-FLAG,
                    :SQL-CARD-ACTIVE-FLAG,
                    :WS-AUDIT-REASON,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC.

      *----------------------------------------------------------------*
      * AUDIT TRAIL FOR A SPENDING CONTROL CHANGE - ONE ROW PER        *
      * CONTROL, CHANGE_REASON NAMING THE CARD BY ITS LAST FOUR DIGITS *
      * AND THE CONTROL, WITH THE OLD AND NEW VALUE. THE CALLER        *
      * COMMITS THE UPDATE AND THESE ROWS TOGETHER.                    *
      *----------------------------------------------------------------*
       7200-WRITE-CONTROL-AUDIT.
           MOVE SPACES TO WS-AUDIT-REASON
           STRING 'CARD '                 DELIMITED BY SIZE
                  SQL-CARD-NUMBER(13:4)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-AUDIT-CONTROL        DELIMITED BY SIZE
               INTO WS-AUDIT-REASON
           END-STRING

           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT_LOG
                   (ACCOUNT_NUMBER,
                    OLD_STATUS,
                    NEW_STATUS,
                    CHANGE_REASON,
                    OLD_VALUE,
                    NEW_VALUE,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:SQL-CARD-LINKED-ACCOUNT,
                    :WS-OLD-ACTIVE-FLAG,
                    :SQL-CARD-ACTIVE-FLAG,
                    :WS-AUDIT-REASON,
                    :WS-AUDIT-OLD-VALUE,
                    :WS-AUDIT-NEW-VALUE,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC.

      *----------------------------------------------------------------*
      * SEND THE CARD DATA AND RESULT MESSAGE BACK TO THE SCREEN       *
      *----------------------------------------------------------------*
           MOVE SQL-CARD-EXPIRY-DATE TO CMEXPDO
           MOVE SQL-CARD-ACTIVE-FLAG TO CMACTVO
           MOVE WS-REPLACEMENT-CARD TO CMNEWCO
           MOVE WS-LOST-DATE TO CMLSTDO
           MOVE WS-LOST-TIME TO CMLSTTO
           MOVE WS-CLAIM-DISPLAY TO CMCLAMO
           IF WS-CARD-FOUND
               PERFORM 8100-SHOW-CARD-CONTROLS
           END-IF
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          FROM(CCCRMMAPO)
                          ERASE
           END-EXEC.

      *----------------------------------------------------------------*
      * THE CARD'S SPENDING CONTROLS AS THEY NOW STAND - NO LIMIT      *
      * SHOWS AS NONE                                                  *
      *----------------------------------------------------------------*
       8100-SHOW-CARD-CONTROLS.
           IF SQL-CARD-MONTHLY-LIMIT > ZERO
               MOVE SQL-CARD-MONTHLY-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO CMMLIMO
           ELSE
               MOVE 'NONE' TO CMMLIMO
           END-IF
           MOVE SQL-CARD-CASH-BLOCK TO CMCASHO
           MOVE SQL-CARD-FOREIGN-BLOCK TO CMFRGNO
           MOVE SQL-CARD-MCC-BLOCK(1) TO CMMCC1O
           MOVE SQL-CARD-MCC-BLOCK(2) TO CMMCC2O
           MOVE SQL-CARD-MCC-BLOCK(3) TO CMMCC3O
           MOVE SQL-CARD-MCC-BLOCK(4) TO CMMCC4O
           MOVE SQL-CARD-MCC-BLOCK(5) TO CMMCC5O.
