      ******************************************************************
      * WLREC.CPY - DAILY SANCTIONS WATCH-LIST FEED RECORD LAYOUT      *
      * LENGTH: 120 BYTES FIXED                                       *
      * ONE ROW PER LISTED PARTY (OFAC SDN AND THE OTHER LISTS THE    *
      * SCREENING VENDOR CONSOLIDATES), LOADED INTO THE               *
      * SANCTIONS_WATCH_LIST TABLE BY CCARDSCN. THE FEED IS A FULL    *
      * REPLACEMENT - AN ENTRY MISSING FROM TODAY'S FILE HAS BEEN     *
      * DELISTED. ADDRESS/CITY/COUNTRY ARE BLANK WHEN THE LIST        *
      * CARRIES NO ADDRESS FOR THE PARTY.                             *
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID              PIC X(10).
           05  WL-LIST-CODE             PIC X(6).
           05  WL-ENTRY-NAME            PIC X(50).
           05  WL-ADDRESS               PIC X(30).
           05  WL-CITY                  PIC X(20).
           05  WL-COUNTRY               PIC X(2).
           05  FILLER                   PIC X(2).
