      * MET2-BASE-STATUS-CODE CARRIES THE METRO 2 ACCOUNT STATUS:     *
      *   11 CURRENT  71 30-59  78 60-89  80 90-119  82 120-149      *
      *   83 150-179  84 180+   13 PAID/CLOSED  97 CHARGED OFF       *
      * MET2-BASE-CII IS THE CONSUMER INFORMATION INDICATOR FROM THE  *
      * ACCOUNT'S SPECIAL HANDLING - A/B/C/D BANKRUPTCY PETITION      *
      * UNDER CHAPTER 7/11/12/13, BLANK OTHERWISE. A DECEASED         *
      * CARDHOLDER REPORTS ECOA CODE X INSTEAD OF 1 (INDIVIDUAL).     *
      * SIGNED AMOUNTS CARRY A LEADING SEPARATE SIGN BYTE.            *
      * MET2-BASE-SSN AND MET2-BASE-DOB IDENTIFY THE CONSUMER FROM    *
      * THE CUSTOMER RECORD THE ACCOUNT IS LINKED TO; BOTH ARE BLANK  *
      * FOR AN ACCOUNT NOT YET LINKED TO A CUSTOMER.                  *
      ******************************************************************
       01  MET2-HEADER-RECORD.
           05  MET2-HDR-RECORD-TYPE     PIC X(1).
                                        SIGN LEADING SEPARATE.
           05  MET2-BASE-LAST-PAY-DATE  PIC X(10).
           05  MET2-BASE-CYCLES-MISSED  PIC 9(2).
           05  MET2-BASE-CII            PIC X(2).
           05  MET2-BASE-ECOA-CODE      PIC X(1).
               88  MET2-ECOA-INDIVIDUAL         VALUE '1'.
               88  MET2-ECOA-DECEASED           VALUE 'X'.
           05  MET2-BASE-SSN            PIC X(9).
           05  MET2-BASE-DOB            PIC X(10).
           05  FILLER                   PIC X(79).

       01  MET2-TRAILER-RECORD.
           05  MET2-TRL-RECORD-TYPE     PIC X(1).
