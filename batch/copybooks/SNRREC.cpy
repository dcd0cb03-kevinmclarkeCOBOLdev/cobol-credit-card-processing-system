      ******************************************************************
      * SNRREC.CPY - SANCTIONS_REVIEW_QUEUE SQL HOST VARIABLES         *
      * ONE ROW PER POTENTIAL WATCH-LIST MATCH: THE ACCOUNT NAME AT    *
      * OPEN (CCARDACM) OR ON THE NIGHTLY RESCREEN (CCARDSCN), OR AN  *
      * AUTHORIZED USER'S CARD HOLDER NAME (CARD NUMBER SET) ON THE   *
      * RESCREEN, WITH THE LIST ENTRY IT HIT AND THE MATCH SCORE.     *
      * WORKED ON THE SANCTIONS REVIEW SCREEN (CCARDSNR).             *
      *                                                                *
      * REVIEW STATUS LIFECYCLE:                                      *
      *   P - PENDING   - AWAITING A COMPLIANCE DECISION              *
      *   C - CONFIRMED - TRUE MATCH, ACCOUNT BLOCKED                 *
      *   F - CLEARED   - FALSE POSITIVE                              *
      *                                                                *
      * SHARED VIA COPY BY EVERY PROGRAM THAT BINDS THESE FIELDS AS   *
      * SANCTIONS_REVIEW_QUEUE SQL HOST VARIABLES (CCARDACM,          *
      * CCARDSCN, CCARDSNR) - FIELDS CARRY THE SQL- PREFIX PER THIS   *
      * REPO'S HOST-VARIABLE STAGING CONVENTION.                       *
      ******************************************************************
       01  SQL-REVIEW-DATA.
           05  SQL-RVW-ID               PIC S9(9) COMP.
           05  SQL-RVW-ACCOUNT          PIC 9(6).
           05  SQL-RVW-CARD-NUMBER      PIC X(16).
           05  SQL-RVW-SCREENED-NAME    PIC X(50).
           05  SQL-RVW-ENTRY-ID         PIC X(10).
           05  SQL-RVW-LIST-CODE        PIC X(6).
           05  SQL-RVW-ENTRY-NAME       PIC X(50).
           05  SQL-RVW-MATCH-SCORE      PIC S9(4) COMP.
           05  SQL-RVW-SOURCE           PIC X(8).
               88  SQL-RVW-FROM-OPEN            VALUE 'OPEN    '.
               88  SQL-RVW-FROM-RESCREEN        VALUE 'RESCREEN'.
           05  SQL-RVW-STATUS           PIC X(1).
               88  SQL-RVW-PENDING              VALUE 'P'.
               88  SQL-RVW-CONFIRMED            VALUE 'C'.
               88  SQL-RVW-CLEARED              VALUE 'F'.
           05  SQL-RVW-QUEUED-DATE      PIC X(10).
           05  SQL-RVW-REVIEWED-BY      PIC X(8).
           05  SQL-RVW-ROW-COUNT        PIC S9(9) COMP.
