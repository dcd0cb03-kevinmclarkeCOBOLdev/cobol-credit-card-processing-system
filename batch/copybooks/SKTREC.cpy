      ******************************************************************
      * SKTREC.CPY - SKIP_TRACE_WORKLIST SQL HOST VARIABLES            *
      * ONE ROW PER ACCOUNT WHOSE MAIL CAME BACK UNDELIVERABLE, FOR   *
      * THE SKIP-TRACE UNIT TO FIND A GOOD ADDRESS. OPENED BY         *
      * CCARDRML WHEN IT FLAGS THE ACCOUNT'S ADDRESS BAD; CLOSED BY   *
      * THE CACM ADDRESS CORRECTION (CCARDACM).                       *
      *                                                                *
      * WORK STATUS:                                                  *
      *   O - OPEN     - ADDRESS STILL UNDELIVERABLE                  *
      *   C - CLOSED   - ADDRESS CORRECTED ON CACM                    *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS   *
      * SKIP_TRACE_WORKLIST SQL HOST VARIABLES (CCARDRML, CCARDACM) - *
      * FIELDS CARRY THE SQL- PREFIX PER THIS REPO'S HOST-VARIABLE    *
      * STAGING CONVENTION.                                           *
      ******************************************************************
       01  SQL-SKIP-TRACE-DATA.
           05  SQL-SKT-ACCOUNT          PIC 9(6).
           05  SQL-SKT-ITEM-TYPE        PIC X(4).
           05  SQL-SKT-CARD-NUMBER      PIC X(16).
           05  SQL-SKT-RETURN-DATE      PIC X(10).
           05  SQL-SKT-RETURN-REASON    PIC X(4).
           05  SQL-SKT-STATUS           PIC X(1).
               88  SQL-SKT-OPEN                 VALUE 'O'.
               88  SQL-SKT-CLOSED               VALUE 'C'.
           05  SQL-SKT-ADDED-DATE       PIC X(10).
           05  SQL-SKT-RESOLVED-BY      PIC X(8).
