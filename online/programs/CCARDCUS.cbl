       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCARDCUS.
       AUTHOR. CAPSTONE PROJECT.
      ******************************************************************
      * PROGRAM: CCARDCUS - CUSTOMER MAINTENANCE (CICS ONLINE)         *
      * TRANID:  CCUS                                                  *
      * PURPOSE: PSEUDO-CONVERSATIONAL SCREEN OVER THE CUSTOMER TABLE  *
      *          (CUSTREC) - THE ONE RECORD OF A PERSON'S TAX ID, DATE *
      *          OF BIRTH, PHONE, EMAIL AND ADDRESS OF RECORD, HOWEVER *
      *          MANY ACCOUNTS THEY HOLD. CUSTOMERS ARE CREATED BY THE *
      *          CACM ACCOUNT OPEN (CCARDACM); THIS SCREEN KEEPS THEM  *
      *          UP TO DATE THROUGH AN AUDITABLE TRANSACTION.          *
      *                                                                *
      * THE CUSTOMER IS FOUND BY CUSTOMER ID OR BY ANY ACCOUNT NUMBER  *
      * THE CUSTOMER HOLDS.                                            *
      *                                                                *
      * FUNCTION CODES (ENTERED ON THE SCREEN):                        *
      *   I - INQUIRE - DISPLAY THE CUSTOMER AS IT STANDS TODAY, WITH  *
      *                 THE NUMBER OF ACCOUNTS HELD                    *
      *   U - UPDATE  - REPLACE THE NAME, DATE OF BIRTH, PHONE AND     *
      *                 EMAIL WITH THE KEYED ONES. THE TAX ID IS SENT  *
      *                 MASKED AND IS ONLY CHANGED WHEN A FULL NINE    *
      *                 DIGITS ARE KEYED OVER THE MASK - NO OTHER      *
      *                 CUSTOMER MAY ALREADY CARRY IT. A NEW NAME IS   *
      *                 COPIED TO EVERY ACCOUNT THE CUSTOMER HOLDS     *
      *   A - ADDRESS - REPLACE THE ADDRESS OF RECORD. EVERY ACCOUNT   *
      *                 THE CUSTOMER HOLDS TAKES THE NEW ADDRESS; ANY  *
      *                 RETURNED-MAIL HOLD ON THEM IS CLEARED THE WAY  *
      *                 THE CACM ADDRESS CORRECTION CLEARS IT (OPEN    *
      *                 SKIP-TRACE ROWS CLOSED, HELD CARDS RELEASED).  *
      *                 REFUSED WHILE ANY OF THE ACCOUNTS IS BLOCKED   *
      *                 ON A SANCTIONS MATCH                           *
      *                                                                *
      * EVERY CHANGED FIELD IS WRITTEN TO CUSTOMER_AUDIT_LOG WITH ITS  *
      * OLD AND NEW VALUE AND THE TERMINAL - THE SAME TRAIL CCARDACM   *
      * WRITES WHEN IT CREATES A CUSTOMER. A TAX ID IS ONLY EVER       *
      * AUDITED OR SHOWN MASKED TO ITS LAST FOUR DIGITS.               *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * SQL COMMUNICATION AREA                                         *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      * SYMBOLIC MAP                                                   *
      *----------------------------------------------------------------*
       COPY CCCUSMAPO.

      *----------------------------------------------------------------*
      * CUSTOMER HOST VARIABLES (SHARED WITH CCARDACM)                 *
      *----------------------------------------------------------------*
       COPY CUSTREC.

      *----------------------------------------------------------------*
      * SQL HOST VARIABLES                                             *
      *----------------------------------------------------------------*
       01  SQL-ACCOUNT-DATA.
           05  SQL-ACCOUNT-NUMBER       PIC X(6).
           05  SQL-ACCOUNT-COUNT        PIC S9(9) COMP.
           05  SQL-BLOCKED-COUNT        PIC S9(9) COMP.
           05  SQL-TAX-ID-COUNT         PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * CONSTANTS                                                      *
      *----------------------------------------------------------------*
       01  WS-CONSTANTS.
           05  WS-MAPSET                PIC X(8) VALUE 'CCCUSMAP'.
           05  WS-MAPNAME               PIC X(8) VALUE 'CCCUSMP1'.
           05  WS-TRANID                PIC X(4) VALUE 'CCUS'.

      *----------------------------------------------------------------*
      * CICS RESPONSE CODE HOLDER                                      *
      *----------------------------------------------------------------*
       01  WS-RESP                      PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * WORKING FIELDS                                                 *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-MESSAGE               PIC X(79) VALUE SPACES.
           05  WS-EDIT-COUNT            PIC ZZ9.
           05  WS-TODAY-DATE            PIC X(10).
           05  WS-CHECK-DATE            PIC X(10).
           05  WS-CHECK-DATE-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-CHECK-DATE-VALID          VALUE 'Y'.
           05  WS-TAX-ID-KEYED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-TAX-ID-KEYED              VALUE 'Y'.
           05  WS-CARDS-RELEASED        PIC X(1)  VALUE 'N'.
           05  WS-AUDIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-AUDIT-OLD-VALUE       PIC X(60) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
      * THE CUSTOMER AS READ, BEFORE THE KEYED CHANGES ARE APPLIED -   *
      * DRIVES THE ONE-AUDIT-ROW-PER-CHANGED-FIELD TRAIL               *
      *----------------------------------------------------------------*
       01  WS-OLD-CUSTOMER.
           05  WS-OLD-TAX-ID            PIC X(9).
           05  WS-OLD-BIRTH-DATE        PIC X(10).
           05  WS-OLD-NAME              PIC X(50).
           05  WS-OLD-PHONE             PIC X(15).
           05  WS-OLD-EMAIL             PIC X(60).

      *----------------------------------------------------------------*
      * COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL SCREENS - JUST   *
      * THE CUSTOMER ID SO A RE-INQUIRE AFTER A CHANGE SHOWS THE       *
      * CUSTOMER AS IT NOW STANDS.                                     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-CUSTOMER-ID           PIC 9(9).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CUSTOMER-ID           PIC 9(9).

       PROCEDURE DIVISION.

      *================================================================*
      * MAIN PROCESSING LOGIC                                          *
      *================================================================*
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               MOVE ZERO TO CA-CUSTOMER-ID
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE LK-CUSTOMER-ID TO CA-CUSTOMER-ID
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID(WS-TRANID)
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      * FIRST ENTRY - BLANK SCREEN, OPERATOR KEYS A CUSTOMER ID OR AN  *
      * ACCOUNT NUMBER AND THE FUNCTION CODE                           *
      *----------------------------------------------------------------*
       1000-SEND-INITIAL-SCREEN.
           MOVE SPACES TO CCCUSMAPO
           MOVE -1 TO CSCUSTL
           IF WS-MESSAGE = SPACES
               MOVE 'KEY CUSTOMER ID OR ACCOUNT NO AND FUNCTION (I/U/A)'
                    TO WS-MESSAGE
           END-IF
           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCCUSMAPO)
                          ERASE
           END-EXEC.

      *----------------------------------------------------------------*
      * RECEIVE THE OPERATOR'S INPUT, FIND THE CUSTOMER AND DISPATCH   *
      * ON FUNCTION CODE. A MAPFAIL IS CHECKED BEFORE ANY RECEIVED     *
      * FIELD IS USED, THE SAME WAY EVERY DB2 CALL IN THIS SYSTEM IS   *
      * FOLLOWED BY AN SQLCODE CHECK.                                  *
      *----------------------------------------------------------------*
       2000-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                              MAPSET(WS-MAPSET)
                              INTO(CCCUSMAPI)
                              RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO INPUT RECEIVED - PLEASE RE-ENTER' TO WS-MESSAGE
               PERFORM 1000-SEND-INITIAL-SCREEN
           ELSE
               MOVE SPACES TO WS-MESSAGE
               PERFORM 2100-RESOLVE-CUSTOMER-ID

               IF WS-MESSAGE = SPACES
                   EVALUATE FUNCI
                       WHEN 'I'
                           PERFORM 3000-INQUIRE-CUSTOMER
                       WHEN 'U'
                           PERFORM 4000-UPDATE-DETAILS
                       WHEN 'A'
                           PERFORM 5000-CHANGE-ADDRESS
                       WHEN OTHER
                           MOVE 'INVALID FUNCTION - USE I, U OR A'
                                TO WS-MESSAGE
                   END-EVALUATE
               END-IF

               PERFORM 8000-SEND-RESULT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      * A KEYED CUSTOMER ID WINS; OTHERWISE THE CUSTOMER OF THE KEYED  *
      * ACCOUNT; OTHERWISE THE CUSTOMER LAST SHOWN ON THIS TERMINAL    *
      *----------------------------------------------------------------*
       2100-RESOLVE-CUSTOMER-ID.
           MOVE ZERO TO SQL-CUST-ID

           EVALUATE TRUE
               WHEN CSCUSTI IS NUMERIC
                   MOVE CSCUSTI TO SQL-CUST-ID
               WHEN CSACCTI IS NUMERIC
                   PERFORM 2110-READ-ACCOUNT-CUSTOMER
               WHEN CA-CUSTOMER-ID > ZERO
                   MOVE CA-CUSTOMER-ID TO SQL-CUST-ID
               WHEN OTHER
                   MOVE 'KEY A CUSTOMER ID OR AN ACCOUNT NUMBER'
                        TO WS-MESSAGE
           END-EVALUATE

           MOVE SQL-CUST-ID TO CA-CUSTOMER-ID.

       2110-READ-ACCOUNT-CUSTOMER.
           MOVE CSACCTI TO SQL-ACCOUNT-NUMBER

           EXEC SQL
               SELECT COALESCE(CUSTOMER_ID, 0)
               INTO  :SQL-CUST-ID
               FROM CREDIT_ACCOUNT
               WHERE ACCOUNT_NUMBER = :SQL-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'ACCOUNT NOT FOUND' TO WS-MESSAGE
               WHEN SQLCODE NOT = 0
                   MOVE 'ACCOUNT READ FAILED - DB2 ERROR' TO WS-MESSAGE
               WHEN SQL-CUST-ID = ZERO
                   MOVE 'ACCOUNT IS NOT LINKED TO A CUSTOMER'
                        TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * INQUIRE - READ THE CUSTOMER AS IT STANDS TODAY, NO UPDATE      *
      *----------------------------------------------------------------*
       3000-INQUIRE-CUSTOMER.
           PERFORM 6000-READ-CUSTOMER
           IF SQLCODE = 0
               MOVE 'CUSTOMER FOUND' TO WS-MESSAGE
           ELSE
               MOVE 'CUSTOMER NOT FOUND' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * UPDATE - EDIT THE KEYED NAME, TAX ID, DATE OF BIRTH, PHONE AND *
      * EMAIL, THEN APPLY THEM                                         *
      *----------------------------------------------------------------*
       4000-UPDATE-DETAILS.
           PERFORM 6000-READ-CUSTOMER
           IF SQLCODE NOT = 0
               MOVE 'CUSTOMER NOT FOUND' TO WS-MESSAGE
           ELSE
               PERFORM 4100-EDIT-DETAILS
               IF WS-MESSAGE = SPACES
                   PERFORM 4200-APPLY-DETAILS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE TAX ID FIELD COMES BACK AS THE MASK UNLESS THE OPERATOR    *
      * KEYED OVER IT - ONLY A KEYED VALUE IS TAKEN, AND IT MUST BE    *
      * NINE DIGITS NOT ALREADY CARRIED BY ANOTHER CUSTOMER            *
      *----------------------------------------------------------------*
       4100-EDIT-DETAILS.
           MOVE SQL-CUST-TAX-ID TO WS-OLD-TAX-ID
           MOVE SQL-CUST-BIRTH-DATE TO WS-OLD-BIRTH-DATE
           MOVE SQL-CUST-NAME TO WS-OLD-NAME
           MOVE SQL-CUST-PHONE TO WS-OLD-PHONE
           MOVE SQL-CUST-EMAIL TO WS-OLD-EMAIL

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)

           MOVE CSDOBI TO WS-CHECK-DATE
           PERFORM 4120-CHECK-DATE-FORMAT

           MOVE 'N' TO WS-TAX-ID-KEYED-FLAG
           IF CSTAXIDI NOT = SPACES AND CSTAXIDI(1:1) NOT = '*'
               SET WS-TAX-ID-KEYED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN CSNAMEI = SPACES
                   MOVE 'CUSTOMER NAME REQUIRED' TO WS-MESSAGE
               WHEN WS-TAX-ID-KEYED AND CSTAXIDI IS NOT NUMERIC
                   MOVE 'TAX ID MUST BE 9 DIGITS' TO WS-MESSAGE
               WHEN NOT WS-CHECK-DATE-VALID
                   MOVE 'DATE OF BIRTH MUST BE YYYY-MM-DD' TO WS-MESSAGE
               WHEN WS-CHECK-DATE NOT < WS-TODAY-DATE
                   MOVE 'DATE OF BIRTH MUST BE BEFORE TODAY'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE CSNAMEI TO SQL-CUST-NAME
                   MOVE CSDOBI TO SQL-CUST-BIRTH-DATE
                   MOVE CSPHONEI TO SQL-CUST-PHONE
                   MOVE CSEMAILI TO SQL-CUST-EMAIL
                   IF WS-TAX-ID-KEYED
                       MOVE CSTAXIDI TO SQL-CUST-TAX-ID
                   END-IF
           END-EVALUATE

           IF WS-MESSAGE = SPACES
               IF SQL-CUST-TAX-ID = WS-OLD-TAX-ID
                  AND SQL-CUST-BIRTH-DATE = WS-OLD-BIRTH-DATE
                  AND SQL-CUST-NAME = WS-OLD-NAME
                  AND SQL-CUST-PHONE = WS-OLD-PHONE
                  AND SQL-CUST-EMAIL = WS-OLD-EMAIL
                   MOVE 'CUSTOMER DETAILS UNCHANGED' TO WS-MESSAGE
               ELSE
                   IF SQL-CUST-TAX-ID NOT = WS-OLD-TAX-ID
                       PERFORM 4110-CHECK-TAX-ID-FREE
                   END-IF
               END-IF
           END-IF.

       4110-CHECK-TAX-ID-FREE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-TAX-ID-COUNT
               FROM   CUSTOMER
               WHERE  TAX_ID = :SQL-CUST-TAX-ID
                 AND  CUSTOMER_ID <> :SQL-CUST-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'UPDATE FAILED - DB2 ERROR' TO WS-MESSAGE
               WHEN SQL-TAX-ID-COUNT > ZERO
                   MOVE 'TAX ID ALREADY ON FILE FOR ANOTHER CUSTOMER'
                        TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * YYYY-MM-DD WITH A MONTH OF 01-12 AND A DAY OF 01-31 - DB2      *
      * REJECTS ANYTHING FINER ON THE UPDATE ITSELF                    *
      *----------------------------------------------------------------*
       4120-CHECK-DATE-FORMAT.
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
      * REWRITE THE CUSTOMER. A NEW NAME IS COPIED ONTO EVERY ACCOUNT  *
      * THE CUSTOMER HOLDS IN THE SAME UNIT OF WORK (THE ACCOUNT'S     *
      * MODIFIED DATE IS LEFT ALONE - CCARDCBR AGES CREDIT BALANCES BY *
      * IT). -803 IS ANOTHER TERMINAL GIVING THE SAME TAX ID TO A      *
      * DIFFERENT CUSTOMER SINCE THE EDIT.                             *
      *----------------------------------------------------------------*
       4200-APPLY-DETAILS.
           MOVE EIBTRMID TO SQL-CUST-MODIFIED-BY

           EXEC SQL
               UPDATE CUSTOMER
               SET TAX_ID = :SQL-CUST-TAX-ID,
                   DATE_OF_BIRTH = :SQL-CUST-BIRTH-DATE,
                   CUSTOMER_NAME = :SQL-CUST-NAME,
                   PHONE = :SQL-CUST-PHONE,
                   EMAIL = :SQL-CUST-EMAIL,
                   MODIFIED_DATE = CURRENT TIMESTAMP,
                   MODIFIED_BY = :SQL-CUST-MODIFIED-BY
               WHERE CUSTOMER_ID = :SQL-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND SQL-CUST-NAME NOT = WS-OLD-NAME
               EXEC SQL
                   UPDATE CREDIT_ACCOUNT
                   SET CUSTOMER_NAME = :SQL-CUST-NAME
                   WHERE CUSTOMER_ID = :SQL-CUST-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL COMMIT WORK END-EXEC
                   PERFORM 4300-AUDIT-DETAIL-CHANGES
                   MOVE 'CUSTOMER UPDATED' TO WS-MESSAGE
               WHEN SQLCODE = -803
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'TAX ID ALREADY ON FILE FOR ANOTHER CUSTOMER'
                        TO WS-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'UPDATE FAILED - DB2 ERROR' TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ONE AUDIT ROW PER FIELD THAT CHANGED                           *
      *----------------------------------------------------------------*
       4300-AUDIT-DETAIL-CHANGES.
           IF SQL-CUST-NAME NOT = WS-OLD-NAME
               MOVE 'NAME CHANGED' TO WS-AUDIT-REASON
               MOVE WS-OLD-NAME TO WS-AUDIT-OLD-VALUE
               MOVE SQL-CUST-NAME TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF

           IF SQL-CUST-TAX-ID NOT = WS-OLD-TAX-ID
               MOVE 'TAX ID CHANGED' TO WS-AUDIT-REASON
               MOVE WS-OLD-TAX-ID(6:4) TO WS-MASK-LAST-FOUR
               MOVE WS-MASKED-TAX-ID TO WS-AUDIT-OLD-VALUE
               MOVE SQL-CUST-TAX-ID(6:4) TO WS-MASK-LAST-FOUR
               MOVE WS-MASKED-TAX-ID TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF

           IF SQL-CUST-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
               MOVE 'DATE OF BIRTH CHANGED' TO WS-AUDIT-REASON
               MOVE WS-OLD-BIRTH-DATE TO WS-AUDIT-OLD-VALUE
               MOVE SQL-CUST-BIRTH-DATE TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF

           IF SQL-CUST-PHONE NOT = WS-OLD-PHONE
               MOVE 'PHONE CHANGED' TO WS-AUDIT-REASON
               MOVE WS-OLD-PHONE TO WS-AUDIT-OLD-VALUE
               MOVE SQL-CUST-PHONE TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF

           IF SQL-CUST-EMAIL NOT = WS-OLD-EMAIL
               MOVE 'EMAIL CHANGED' TO WS-AUDIT-REASON
               MOVE WS-OLD-EMAIL TO WS-AUDIT-OLD-VALUE
               MOVE SQL-CUST-EMAIL TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * ADDRESS - THE KEYED ADDRESS BECOMES THE ADDRESS OF RECORD FOR  *
      * THE CUSTOMER AND EVERY ACCOUNT THE CUSTOMER HOLDS              *
      *----------------------------------------------------------------*
       5000-CHANGE-ADDRESS.
           PERFORM 6000-READ-CUSTOMER
           IF SQLCODE NOT = 0
               MOVE 'CUSTOMER NOT FOUND' TO WS-MESSAGE
           ELSE
               PERFORM 6200-COUNT-BLOCKED-ACCOUNTS
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE 'ADDRESS CHANGE FAILED - DB2 ERROR'
                            TO WS-MESSAGE
                   WHEN SQL-BLOCKED-COUNT > ZERO
                       MOVE 'AN ACCOUNT HELD IS SANCTIONS BLOCKED'
                            TO WS-MESSAGE
                   WHEN CSADR1I = SPACES OR CSCITYI = SPACES
                        OR CSSTATEI = SPACES OR CSZIPI = SPACES
                       MOVE 'ADDRESS LINE 1, CITY, STATE, ZIP REQUIRED'
                            TO WS-MESSAGE
                   WHEN OTHER
                       PERFORM 5100-APPLY-ADDRESS-CHANGE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * ONE UNIT OF WORK: THE CUSTOMER ROW, THE ADDRESS COPY ON EVERY  *
      * ACCOUNT HELD (WITH ITS RETURNED-MAIL FLAG CLEARED), THE OPEN   *
      * SKIP-TRACE ROWS AND ANY HELD CARDS - A FAILURE LEAVES ALL OF   *
      * IT AS IT WAS                                                   *
      *----------------------------------------------------------------*
       5100-APPLY-ADDRESS-CHANGE.
           MOVE SQL-CUST-ADDR-LINE-1 TO WS-AUDIT-OLD-VALUE
           MOVE 'N' TO WS-CARDS-RELEASED
           MOVE CSADR1I TO SQL-CUST-ADDR-LINE-1
           MOVE CSADR2I TO SQL-CUST-ADDR-LINE-2
           MOVE CSCITYI TO SQL-CUST-CITY
           MOVE CSSTATEI TO SQL-CUST-STATE
           MOVE CSZIPI TO SQL-CUST-ZIP
           MOVE EIBTRMID TO SQL-CUST-MODIFIED-BY

           EXEC SQL
               UPDATE CUSTOMER
               SET ADDR_LINE_1 = :SQL-CUST-ADDR-LINE-1,
                   ADDR_LINE_2 = :SQL-CUST-ADDR-LINE-2,
                   CITY = :SQL-CUST-CITY,
                   STATE = :SQL-CUST-STATE,
                   ZIP_CODE = :SQL-CUST-ZIP,
                   MODIFIED_DATE = CURRENT TIMESTAMP,
                   MODIFIED_BY = :SQL-CUST-MODIFIED-BY
               WHERE CUSTOMER_ID = :SQL-CUST-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CREDIT_ACCOUNT
                   SET ADDR_LINE_1 = :SQL-CUST-ADDR-LINE-1,
                       ADDR_LINE_2 = :SQL-CUST-ADDR-LINE-2,
                       CITY = :SQL-CUST-CITY,
                       STATE = :SQL-CUST-STATE,
                       ZIP_CODE = :SQL-CUST-ZIP,
                       BAD_ADDRESS_FLAG = 'N',
                       BAD_ADDRESS_DATE = NULL,
                       MODIFIED_DATE = CURRENT TIMESTAMP
                   WHERE CUSTOMER_ID = :SQL-CUST-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           IF SQLCODE = 0
               PERFORM 5200-RELEASE-RETURNED-MAIL
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE 'ADDRESS CHANGED' TO WS-AUDIT-REASON
               MOVE SQL-CUST-ADDR-LINE-1 TO WS-AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-RECORD
               IF WS-CARDS-RELEASED = 'Y'
                   MOVE 'ADDRESS CHANGED - HELD CARD RELEASED'
                        TO WS-MESSAGE
               ELSE
                   MOVE 'ADDRESS CHANGED ON EVERY ACCOUNT HELD'
                        TO WS-MESSAGE
               END-IF
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'ADDRESS CHANGE FAILED - DB2 ERROR' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE THE OPEN SKIP-TRACE ROWS ON THE CUSTOMER'S ACCOUNTS AND  *
      * PUT ANY CARD HELD ('H') FOR A BAD ADDRESS BACK TO 'Y' FOR THE  *
      * NEXT CCARDEXP RUN - THE SAME RELEASE THE CACM ADDRESS          *
      * CORRECTION DOES. NO ROWS (+100) IS NOT AN ERROR.               *
      *----------------------------------------------------------------*
       5200-RELEASE-RETURNED-MAIL.
           EXEC SQL
               UPDATE SKIP_TRACE_WORKLIST
               SET WORK_STATUS = 'C',
                   RESOLVED_DATE = CURRENT DATE,
                   RESOLVED_BY = :SQL-CUST-MODIFIED-BY
               WHERE WORK_STATUS = 'O'
                 AND ACCOUNT_NUMBER IN
                     (SELECT ACCOUNT_NUMBER
                      FROM   CREDIT_ACCOUNT
                      WHERE  CUSTOMER_ID = :SQL-CUST-ID)
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CREDIT_CARD
                   SET EMBOSS_PENDING = 'Y'
                   WHERE LINKED_ACCOUNT IN
                         (SELECT ACCOUNT_NUMBER
                          FROM   CREDIT_ACCOUNT
                          WHERE  CUSTOMER_ID = :SQL-CUST-ID)
                     AND EMBOSS_PENDING = 'H'
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'Y' TO WS-CARDS-RELEASED
                   WHEN 100
                       MOVE ZERO TO SQLCODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE CUSTOMER ROW (IF ANY) FOR THE RESOLVED CUSTOMER ID    *
      *----------------------------------------------------------------*
       6000-READ-CUSTOMER.
           EXEC SQL
               SELECT CUSTOMER_ID,
                      TAX_ID,
                      CHAR(DATE_OF_BIRTH),
                      CUSTOMER_NAME,
                      ADDR_LINE_1,
                      ADDR_LINE_2,
                      CITY,
                      STATE,
                      ZIP_CODE,
                      COALESCE(PHONE, ' '),
                      COALESCE(EMAIL, ' '),
                      CHAR(CREATED_DATE),
                      MODIFIED_BY
               INTO  :SQL-CUST-ID,
                     :SQL-CUST-TAX-ID,
                     :SQL-CUST-BIRTH-DATE,
                     :SQL-CUST-NAME,
                     :SQL-CUST-ADDR-LINE-1,
                     :SQL-CUST-ADDR-LINE-2,
                     :SQL-CUST-CITY,
                     :SQL-CUST-STATE,
                     :SQL-CUST-ZIP,
                     :SQL-CUST-PHONE,
                     :SQL-CUST-EMAIL,
                     :SQL-CUST-CREATED-DATE,
                     :SQL-CUST-MODIFIED-BY
               FROM CUSTOMER
               WHERE CUSTOMER_ID = :SQL-CUST-ID
           END-EXEC.

      *----------------------------------------------------------------*
      * HOW MANY ACCOUNTS THE CUSTOMER HOLDS                           *
      *----------------------------------------------------------------*
       6100-COUNT-ACCOUNTS.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-ACCOUNT-COUNT
               FROM   CREDIT_ACCOUNT
               WHERE  CUSTOMER_ID = :SQL-CUST-ID
           END-EXEC.

      *----------------------------------------------------------------*
      * HOW MANY OF THEM ARE BLOCKED ON A CONFIRMED SANCTIONS MATCH -  *
      * CACM REFUSES AN ADDRESS CHANGE ON SUCH AN ACCOUNT AND SO DOES  *
      * THIS SCREEN                                                    *
      *----------------------------------------------------------------*
       6200-COUNT-BLOCKED-ACCOUNTS.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :SQL-BLOCKED-COUNT
               FROM   CREDIT_ACCOUNT
               WHERE  CUSTOMER_ID = :SQL-CUST-ID
                 AND  ACCOUNT_STATUS = 'B'
           END-EXEC.

      *----------------------------------------------------------------*
      * AUDIT TRAIL - ONE ROW PER CHANGED FIELD, KEYED BY THE TERMINAL *
      * THE CHANGE WAS MADE FROM, THE SAME CUSTOMER_AUDIT_LOG CCARDACM *
      * WRITES. NO SINGLE ACCOUNT IS INVOLVED, SO ACCOUNT_NUMBER IS    *
      * ZERO.                                                          *
      *----------------------------------------------------------------*
       7000-WRITE-AUDIT-RECORD.
           EXEC SQL
               INSERT INTO CUSTOMER_AUDIT_LOG
                   (CUSTOMER_ID,
                    ACCOUNT_NUMBER,
                    CHANGE_REASON,
                    OLD_VALUE,
                    NEW_VALUE,
                    CHANGED_BY,
                    CHANGE_TIMESTAMP)
               VALUES
                   (:SQL-CUST-ID,
                    0,
                    :WS-AUDIT-REASON,
                    :WS-AUDIT-OLD-VALUE,
                    :WS-AUDIT-NEW-VALUE,
                    :EIBTRMID,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * SEND THE CUSTOMER AS IT NOW STANDS AND THE RESULT MESSAGE BACK *
      * TO THE SCREEN. THE TAX ID GOES BACK MASKED TO ITS LAST FOUR    *
      * DIGITS.                                                        *
      *----------------------------------------------------------------*
       8000-SEND-RESULT-SCREEN.
           MOVE SPACES TO CCCUSMAPO
           MOVE FUNCI TO FUNCO

           IF SQL-CUST-ID > ZERO
               PERFORM 6000-READ-CUSTOMER
               IF SQLCODE = 0
                   MOVE SQL-CUST-ID TO CSCUSTO
                   MOVE SQL-CUST-NAME TO CSNAMEO
                   MOVE SQL-CUST-TAX-ID(6:4) TO WS-MASK-LAST-FOUR
                   MOVE WS-MASKED-TAX-ID TO CSTAXIDO
                   MOVE SQL-CUST-BIRTH-DATE TO CSDOBO
                   MOVE SQL-CUST-PHONE TO CSPHONEO
                   MOVE SQL-CUST-EMAIL TO CSEMAILO
                   MOVE SQL-CUST-ADDR-LINE-1 TO CSADR1O
                   MOVE SQL-CUST-ADDR-LINE-2 TO CSADR2O
                   MOVE SQL-CUST-CITY TO CSCITYO
                   MOVE SQL-CUST-STATE TO CSSTATEO
                   MOVE SQL-CUST-ZIP TO CSZIPO
                   MOVE SQL-CUST-CREATED-DATE TO CSSINCEO
                   PERFORM 6100-COUNT-ACCOUNTS
                   IF SQLCODE = 0
                       MOVE SQL-ACCOUNT-COUNT TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO CSACNTO
                   END-IF
               END-IF
           END-IF

           MOVE WS-MESSAGE TO MSGLO

           EXEC CICS SEND MAP(WS-MAPNAME)
                          MAPSET(WS-MAPSET)
                          FROM(CCCUSMAPO)
                          ERASE
           END-EXEC.
