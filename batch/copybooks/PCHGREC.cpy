      ******************************************************************
      * PCHGREC.CPY - PENDING_CHANGE SQL HOST VARIABLES                *
      * ONE ROW PER HIGH-RISK ONLINE MAINTENANCE ITEM HELD FOR A       *
      * SECOND PERSON: A CREDIT LIMIT INCREASE ABOVE THE DUAL-CONTROL  *
      * THRESHOLD OR A REACTIVATION OF A SUSPENDED OR CHARGED-OFF      *
      * ACCOUNT KEYED ON CACM (CCARDACM), OR AN AUTOPAY BANK-DETAIL    *
      * CHANGE KEYED ON CAPE (CCARDAPE). NOTHING IS APPLIED TO THE     *
      * ACCOUNT UNTIL A SUPERVISOR APPROVES THE ROW ON THE PENDING     *
      * CHANGE APPROVAL SCREEN (CCARDPCR) - AND NEVER BY THE TERMINAL  *
      * THAT KEYED IT. CCARDAUR REPORTS ITEMS LEFT PENDING PAST THE    *
      * APPROVAL WINDOW.                                               *
      *                                                                *
      * CHANGE TYPE:                                                   *
      *   L - CREDIT LIMIT INCREASE (OLD/NEW LIMIT)                    *
      *   A - ACCOUNT REACTIVATION  (OLD/NEW STATUS)                   *
      *   B - AUTOPAY BANK DETAILS  (OLD/NEW ROUTING, ACCOUNT AND      *
      *                              PLAN, OLD/NEW AUTOPAY STATUS)     *
      *                                                                *
      * CHANGE STATUS LIFECYCLE:                                       *
      *   P - PENDING  - AWAITING A CHECKER                            *
      *   A - APPROVED - APPLIED TO THE ACCOUNT OR ENROLLMENT          *
      *   R - REJECTED - DISCARDED (OR WITHDRAWN BY THE MAKER)         *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS    *
      * PENDING_CHANGE SQL HOST VARIABLES (CCARDACM, CCARDAPE,         *
      * CCARDPCR, CCARDAUR) - FIELDS CARRY THE SQL- PREFIX PER THIS    *
      * REPO'S HOST-VARIABLE STAGING CONVENTION.                       *
      ******************************************************************
       01  SQL-PENDING-CHANGE-DATA.
           05  SQL-PCHG-ID              PIC S9(9) COMP.
           05  SQL-PCHG-ACCOUNT         PIC 9(6).
           05  SQL-PCHG-TYPE            PIC X(1).
               88  SQL-PCHG-LIMIT-INCREASE      VALUE 'L'.
               88  SQL-PCHG-REACTIVATION        VALUE 'A'.
               88  SQL-PCHG-BANK-DETAILS        VALUE 'B'.
           05  SQL-PCHG-STATUS          PIC X(1).
               88  SQL-PCHG-PENDING             VALUE 'P'.
               88  SQL-PCHG-APPROVED            VALUE 'A'.
               88  SQL-PCHG-REJECTED            VALUE 'R'.
           05  SQL-PCHG-OLD-LIMIT       PIC S9(8)V99 COMP-3.
           05  SQL-PCHG-NEW-LIMIT       PIC S9(8)V99 COMP-3.
           05  SQL-PCHG-OLD-STATUS      PIC X(1).
           05  SQL-PCHG-NEW-STATUS      PIC X(1).
           05  SQL-PCHG-OLD-ROUTING     PIC X(9).
           05  SQL-PCHG-OLD-BANK-ACCT   PIC X(17).
           05  SQL-PCHG-NEW-ROUTING     PIC X(9).
           05  SQL-PCHG-NEW-BANK-ACCT   PIC X(17).
           05  SQL-PCHG-OLD-PLAN        PIC X(1).
           05  SQL-PCHG-NEW-PLAN        PIC X(1).
           05  SQL-PCHG-REQUESTED-BY    PIC X(8).
           05  SQL-PCHG-REQUESTED-TS    PIC X(26).
           05  SQL-PCHG-DECIDED-BY      PIC X(8).
           05  SQL-PCHG-DECIDED-TS      PIC X(26).
           05  SQL-PCHG-REJECT-REASON   PIC X(30).
           05  SQL-PCHG-ROW-COUNT       PIC S9(9) COMP.
