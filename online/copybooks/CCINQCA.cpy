      ******************************************************************
      * CCINQCA.CPY - COMMAREA FOR THE CCARDINQ CARDHOLDER             *
      *               SELF-SERVICE INQUIRY (IVR AND MOBILE APP)        *
      * LENGTH: 420 BYTES FIXED. THE INTEGRATION LAYER LINKS TO        *
      * CCARDINQ WITH THE REQUEST HALF FILLED IN AND READS THE         *
      * RESPONSE HALF BACK. COPIED UNDER AN 01 BY BOTH SIDES:          *
      *     01  DFHCOMMAREA.                                           *
      *     COPY CCINQCA.                                              *
      *                                                                *
      * REQUEST:                                                       *
      *   CHANNEL      - IVR  (PHONE) OR MOBL (MOBILE APP)             *
      *   CALLER REF   - THE CHANNEL'S OWN CALL/SESSION ID, LOGGED     *
      *   VERIFY TYPE  - D: VALUE IS THE DATE OF BIRTH (YYYY-MM-DD)    *
      *                  T: VALUE IS THE LAST FOUR OF THE TAX ID       *
      * RESPONSE (RETURN CODE):                                        *
      *   00 - VERIFIED, ALL FIGURES BELOW ARE FILLED IN               *
      *   10 - CARD NOT ON FILE                                        *
      *   15 - CARD NOT ACTIVE (BLOCKED, REPLACED OR EXPIRED)          *
      *   20 - VERIFICATION FAILED                                     *
      *   25 - NO CUSTOMER DETAILS ON FILE TO VERIFY AGAINST           *
      *   30 - LOCKED AFTER REPEATED FAILED VERIFICATIONS              *
      *   40 - INVALID REQUEST (CHANNEL, CARD OR VERIFICATION BLANK)   *
      *   90 - SYSTEM ERROR - REFER THE CALLER TO A CSR                *
      * SIGNED AMOUNTS CARRY A LEADING SEPARATE SIGN BYTE. THE         *
      * TRANSACTIONS ARE THE ACCOUNT'S MOST RECENT FIRST.              *
      ******************************************************************
           05  INQ-REQUEST.
               10  INQ-CHANNEL          PIC X(4).
                   88  INQ-CHANNEL-IVR          VALUE 'IVR '.
                   88  INQ-CHANNEL-MOBILE       VALUE 'MOBL'.
                   88  INQ-CHANNEL-VALID        VALUE 'IVR ' 'MOBL'.
               10  INQ-CALLER-REF       PIC X(20).
               10  INQ-CARD-NUMBER      PIC X(16).
               10  INQ-VERIFY-TYPE      PIC X(1).
                   88  INQ-VERIFY-BIRTH-DATE    VALUE 'D'.
                   88  INQ-VERIFY-TAX-ID        VALUE 'T'.
                   88  INQ-VERIFY-TYPE-VALID    VALUE 'D' 'T'.
               10  INQ-VERIFY-VALUE     PIC X(10).
               10  FILLER               PIC X(9).
           05  INQ-RESPONSE.
               10  INQ-RETURN-CODE      PIC X(2).
                   88  INQ-OK                   VALUE '00'.
                   88  INQ-CARD-NOT-FOUND       VALUE '10'.
                   88  INQ-CARD-NOT-ACTIVE      VALUE '15'.
                   88  INQ-VERIFY-FAILED        VALUE '20'.
                   88  INQ-NO-VERIFY-DATA       VALUE '25'.
                   88  INQ-LOCKED               VALUE '30'.
                   88  INQ-INVALID-REQUEST      VALUE '40'.
                   88  INQ-SYSTEM-ERROR         VALUE '90'.
               10  INQ-RETURN-MESSAGE   PIC X(40).
               10  INQ-CURRENT-BALANCE  PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-CREDIT-LIMIT     PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-AVAILABLE-CREDIT PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-STMT-DATE        PIC X(10).
               10  INQ-STMT-CLOSING-BALANCE
                                        PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-STMT-MINIMUM-DUE PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-STMT-DUE-DATE    PIC X(10).
               10  INQ-LAST-PAYMENT-DATE
                                        PIC X(10).
               10  INQ-LAST-PAYMENT-AMOUNT
                                        PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  INQ-POINTS-BALANCE   PIC S9(9)
                                        SIGN LEADING SEPARATE.
               10  INQ-TRAN-COUNT       PIC 9(1).
               10  INQ-TRAN             OCCURS 5 TIMES.
                   15  INQ-TRAN-DATE    PIC X(10).
                   15  INQ-TRAN-TYPE    PIC X(8).
                   15  INQ-TRAN-MERCHANT
                                        PIC X(10).
                   15  INQ-TRAN-AMOUNT  PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  FILLER               PIC X(16).
