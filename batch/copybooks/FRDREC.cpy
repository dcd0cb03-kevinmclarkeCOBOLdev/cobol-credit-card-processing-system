      ******************************************************************
      * FRDREC.CPY - FRAUD_CLAIM / FRAUD_CLAIM_ITEM SQL HOST VARIABLES *
      * FRAUD_CLAIM HOLDS ONE ROW PER LOST OR STOLEN PLASTIC THE       *
      * CARDHOLDER DISPUTES AS FRAUD. IT IS OPENED ON THE CCRM SCREEN  *
      * (CCARDCRM) WHEN THE CARD IS BLOCKED, WITH THE DATE AND TIME    *
      * THE CARDHOLDER SAYS THE CARD WAS LOST. EACH NIGHT CCARDFRD     *
      * CREDITS EVERY CHARGE POSTED ON THAT CARD NUMBER FROM THAT      *
      * POINT ON AS A FRAUDCR POSTING AND REVERSES THE REWARDS POINTS  *
      * AND FINANCE CHARGES THEY EARNED. THE CLAIM STAYS OPEN FOR A    *
      * SETTLEMENT WINDOW SO CHARGES AUTHORIZED BEFORE THE BLOCK BUT   *
      * SETTLED LATER ARE CAUGHT TOO - TOTALS ACCUMULATE RUN BY RUN.   *
      *                                                                *
      * CLAIM STATUS LIFECYCLE:                                        *
      *   O - OPEN      - CREDITED NIGHTLY INSIDE THE WINDOW           *
      *   P - PROCESSED - WINDOW CLOSED, NOTHING MORE WILL BE CREDITED *
      *                                                                *
      * FRAUD_CLAIM_ITEM HOLDS ONE ROW PER TRANSACTION_LOG ROW A CLAIM *
      * CREDITED. TRAN_ID IS UNIQUE, SO NO CHARGE IS EVER CREDITED     *
      * TWICE - NOT BY A RERUN AND NOT BY A SECOND CLAIM ON THE SAME   *
      * CARD. THE BUCKET IS THE BALANCE BUCKET THE CHARGE SAT IN       *
      * (PU PURCHASE, CA CASH ADVANCE, FE FEE) FOR THE FINANCE CHARGE  *
      * REVERSAL.                                                      *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS    *
      * FRAUD CLAIM SQL HOST VARIABLES (CCARDCRM, CCARDFRD) - FIELDS   *
      * CARRY THE SQL- PREFIX PER THIS REPO'S HOST-VARIABLE STAGING    *
      * CONVENTION.                                                    *
      ******************************************************************
       01  SQL-FRAUD-CLAIM-DATA.
           05  SQL-FRDC-CLAIM-ID        PIC S9(9) COMP.
           05  SQL-FRDC-CARD-NUMBER     PIC X(16).
           05  SQL-FRDC-ACCOUNT         PIC X(6).
           05  SQL-FRDC-LOST-TIMESTAMP  PIC X(26).
           05  SQL-FRDC-STATUS          PIC X(1).
               88  SQL-FRDC-OPEN                VALUE 'O'.
               88  SQL-FRDC-PROCESSED           VALUE 'P'.
           05  SQL-FRDC-OPENED-BY       PIC X(8).
           05  SQL-FRDC-OPENED-TS       PIC X(26).
           05  SQL-FRDC-PROCESSED-DATE  PIC X(10).
           05  SQL-FRDC-ITEM-COUNT      PIC S9(9) COMP.
           05  SQL-FRDC-AMOUNT-CREDITED PIC S9(8)V99 COMP-3.
           05  SQL-FRDC-INTEREST-CREDITED
                                        PIC S9(8)V99 COMP-3.
           05  SQL-FRDC-POINTS-REVERSED PIC S9(9) COMP.
           05  SQL-FRDC-ROW-COUNT       PIC S9(9) COMP.

       01  SQL-FRAUD-ITEM-DATA.
           05  SQL-FRDI-CLAIM-ID        PIC S9(9) COMP.
           05  SQL-FRDI-TRAN-ID         PIC S9(9) COMP.
           05  SQL-FRDI-ACCOUNT         PIC X(6).
           05  SQL-FRDI-CARD-NUMBER     PIC X(16).
           05  SQL-FRDI-TRAN-TYPE       PIC X(8).
           05  SQL-FRDI-AMOUNT          PIC S9(8)V99 COMP-3.
           05  SQL-FRDI-MERCHANT        PIC X(10).
           05  SQL-FRDI-TRAN-DATE       PIC X(10).
           05  SQL-FRDI-POSTED-DATE     PIC X(10).
           05  SQL-FRDI-BUCKET          PIC X(2).
               88  SQL-FRDI-PURCHASE-BUCKET     VALUE 'PU'.
               88  SQL-FRDI-CASH-BUCKET         VALUE 'CA'.
               88  SQL-FRDI-FEE-BUCKET          VALUE 'FE'.
           05  SQL-FRDI-POINTS          PIC S9(9) COMP.
           05  SQL-FRDI-BATCH-ID        PIC X(10).
