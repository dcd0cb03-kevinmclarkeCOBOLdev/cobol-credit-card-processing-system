      ******************************************************************
      * CUSTREC.CPY - CUSTOMER SQL HOST VARIABLES                      *
      * ONE ROW PER PERSON WE DO BUSINESS WITH, HOWEVER MANY ACCOUNTS  *
      * THEY HOLD. CREDIT_ACCOUNT.CUSTOMER_ID AND                      *
      * CREDIT_CARD.CUSTOMER_ID POINT AT IT. CREATED WHEN THE FIRST    *
      * ACCOUNT IS OPENED ON CACM (FOUND AGAIN BY TAX ID FOR EVERY     *
      * LATER ONE) AND MAINTAINED ON THE CCUS SCREEN (CCARDCUS).       *
      *                                                                *
      * THE NAME AND ADDRESS HERE ARE THE ONES OF RECORD - STATEMENTS, *
      * LETTERS, THE BUREAU EXTRACT AND SANCTIONS SCREENING READ THEM  *
      * FROM THIS ROW. THE COPY ON EACH CREDIT_ACCOUNT ROW IS KEPT IN  *
      * STEP BY CACM AND CCUS FOR THE PROGRAMS THAT STILL READ IT.     *
      *                                                                *
      * THE TAX ID IS NEVER SHOWN IN FULL ON A SCREEN OR REPORT - ONLY *
      * ITS LAST FOUR DIGITS (SEE WS-MASKED-TAX-ID).                   *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS    *
      * CUSTOMER SQL HOST VARIABLES (CCARDACM, CCARDCUS) - FIELDS      *
      * CARRY THE SQL- PREFIX PER THIS REPO'S HOST-VARIABLE STAGING    *
      * CONVENTION.                                                    *
      ******************************************************************
       01  SQL-CUSTOMER-DATA.
           05  SQL-CUST-ID              PIC 9(9).
           05  SQL-CUST-TAX-ID          PIC X(9).
           05  SQL-CUST-BIRTH-DATE      PIC X(10).
           05  SQL-CUST-NAME            PIC X(50).
           05  SQL-CUST-ADDR-LINE-1     PIC X(30).
           05  SQL-CUST-ADDR-LINE-2     PIC X(30).
           05  SQL-CUST-CITY            PIC X(20).
           05  SQL-CUST-STATE           PIC X(2).
           05  SQL-CUST-ZIP             PIC X(10).
           05  SQL-CUST-PHONE           PIC X(15).
           05  SQL-CUST-EMAIL           PIC X(60).
           05  SQL-CUST-CREATED-DATE    PIC X(10).
           05  SQL-CUST-MODIFIED-BY     PIC X(8).

      *    ON-SCREEN FORM OF THE TAX ID - FIVE ASTERISKS AND THE     *
      *    LAST FOUR DIGITS                                          *
       01  WS-MASKED-TAX-ID.
           05  WS-MASK-STARS            PIC X(5)  VALUE '*****'.
           05  WS-MASK-LAST-FOUR        PIC X(4)  VALUE SPACES.
