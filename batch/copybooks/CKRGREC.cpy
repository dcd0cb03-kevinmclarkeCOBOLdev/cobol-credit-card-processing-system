      ******************************************************************
      * CKRGREC.CPY - CHECK_REGISTER SQL HOST VARIABLES                *
      * ONE ROW PER REFUND CHECK CCARDCBR ISSUES, KEYED BY THE CHECK  *
      * SERIAL NUMBER PRINTED ON THE ITEM. THE ROW FOLLOWS THE CHECK  *
      * THROUGH ITS LIFE:                                              *
      *   I - ISSUED: ON THE POSITIVE-PAY FILE, NOT YET PRESENTED     *
      *   P - PAID: THE BANK'S PAID-ITEMS FEED CLEARED IT (CCARDCKR)  *
      *   V - VOIDED: STALE-DATED UNCASHED (CCARDCKR) - THE CREDIT    *
      *       BALANCE IS BACK ON THE ACCOUNT AS A CHKVOID POSTING     *
      *   E - ESCHEATED: THE RESTORED BALANCE WENT UNCLAIMED PAST THE *
      *       STATE DORMANCY PERIOD AND WAS REMITTED (CCARDESC)       *
      *                                                                *
      * SQL-CKRG-STATE IS THE ACCT-STATE OF THE PAYEE ADDRESS AT      *
      * ISSUE - THE STATE THE PROPERTY ESCHEATS TO.                    *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS   *
      * CHECK_REGISTER SQL HOST VARIABLES (CCARDCBR, CCARDCKR,        *
      * CCARDESC) - FIELDS CARRY THE SQL- PREFIX PER THIS REPO'S      *
      * HOST-VARIABLE STAGING CONVENTION.                              *
      ******************************************************************
       01  SQL-CHECK-REGISTER-DATA.
           05  SQL-CKRG-CHECK-NUMBER    PIC S9(10) COMP-3.
           05  SQL-CKRG-ACCOUNT         PIC X(6).
           05  SQL-CKRG-PAYEE-NAME      PIC X(50).
           05  SQL-CKRG-AMOUNT          PIC S9(8)V99 COMP-3.
           05  SQL-CKRG-ISSUE-DATE      PIC X(10).
           05  SQL-CKRG-STATE           PIC X(2).
           05  SQL-CKRG-STATUS          PIC X(1).
               88  SQL-CKRG-ISSUED              VALUE 'I'.
               88  SQL-CKRG-PAID                VALUE 'P'.
               88  SQL-CKRG-VOIDED              VALUE 'V'.
               88  SQL-CKRG-ESCHEATED           VALUE 'E'.
           05  SQL-CKRG-PAID-DATE       PIC X(10).
           05  SQL-CKRG-PAID-AMOUNT     PIC S9(8)V99 COMP-3.
           05  SQL-CKRG-VOID-DATE       PIC X(10).
           05  SQL-CKRG-ESCHEAT-DATE    PIC X(10).
