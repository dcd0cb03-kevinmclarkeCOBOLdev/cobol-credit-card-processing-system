      ******************************************************************
      * SCRNREC.CPY - SANCTIONS SCREENING HOST VARIABLES AND SCORING  *
      * WORK AREA                                                      *
      *                                                                *
      * SHARED VIA COPY BY THE TWO PROGRAMS THAT SCREEN A NAME AND    *
      * ADDRESS AGAINST SANCTIONS_WATCH_LIST - CCARDACM AT ACCOUNT    *
      * OPEN AND CCARDSCN ON THE NIGHTLY RESCREEN - SO BOTH SCORE A   *
      * CANDIDATE THE SAME WAY:                                       *
      *   - NAMES ARE UPPER-CASED, PUNCTUATION BLANKED AND SPLIT INTO *
      *     UP TO SIX WORDS (WORD ORDER DOES NOT MATTER)              *
      *   - THE NAME SCORE IS 200 X WORDS IN COMMON / (SUBJECT WORDS  *
      *     + LISTED WORDS), SO AN EXACT NAME SCORES 100 AND A MIDDLE *
      *     NAME PRESENT ON ONE SIDE ONLY STILL SCORES 80             *
      *   - WHERE THE LIST CARRIES AN ADDRESS, THE MATCH SCORE IS 80% *
      *     NAME AND 20% ADDRESS (STREET LINE AND CITY, EACH COMPARED *
      *     WHOLE); WITH NO LISTED ADDRESS IT IS THE NAME SCORE ALONE *
      *   - AT OR ABOVE THE THRESHOLD IS A POTENTIAL MATCH FOR REVIEW *
      *                                                                *
      * THE CANDIDATE CURSOR ONLY SCORES LIST ENTRIES WHOSE SEARCH    *
      * KEY (THE LONGEST WORD OF THE LISTED NAME, STORED AT LOAD)     *
      * APPEARS SOMEWHERE IN THE SUBJECT NAME.                        *
      ******************************************************************
       01  SQL-WATCH-LIST-DATA.
           05  SQL-WL-ENTRY-ID          PIC X(10).
           05  SQL-WL-LIST-CODE         PIC X(6).
           05  SQL-WL-ENTRY-NAME        PIC X(50).
           05  SQL-WL-SEARCH-KEY        PIC X(20).
           05  SQL-WL-ADDRESS           PIC X(30).
           05  SQL-WL-CITY              PIC X(20).
           05  SQL-WL-COUNTRY           PIC X(2).

       01  WS-SCREEN-WORK.
      *    THE NAME/ADDRESS BEING SCREENED, NORMALIZED. SCREEN-NAME  *
      *    IS ALSO THE HOST VARIABLE THE CANDIDATE CURSOR SEARCHES   *
           05  WS-SCREEN-NAME           PIC X(50).
           05  WS-SCREEN-ADDRESS        PIC X(30).
           05  WS-SCREEN-CITY           PIC X(20).
           05  WS-SCREEN-THRESHOLD      PIC S9(4) COMP.
      *    NORMALIZE/SPLIT WORK FIELDS                               *
           05  WS-NORM-TEXT             PIC X(50).
           05  WS-NORM-LEADING          PIC S9(4) COMP.
           05  WS-NORM-POINTER          PIC S9(4) COMP.
           05  WS-NORM-WORD-COUNT       PIC S9(4) COMP.
           05  WS-NORM-WORDS.
               10  WS-NORM-WORD         PIC X(20) OCCURS 6 TIMES.
           05  WS-SUBJECT-WORD-COUNT    PIC S9(4) COMP.
           05  WS-SUBJECT-WORDS.
               10  WS-SUBJECT-WORD      PIC X(20) OCCURS 6 TIMES
                                        INDEXED BY WS-SUBJ-IDX.
           05  WS-ENTRY-WORD-COUNT      PIC S9(4) COMP.
           05  WS-ENTRY-WORDS.
               10  WS-ENTRY-WORD        PIC X(20) OCCURS 6 TIMES.
           05  WS-WORD-SUB              PIC S9(4) COMP.
           05  WS-WORD-LENGTH           PIC S9(4) COMP.
           05  WS-LONGEST-LENGTH        PIC S9(4) COMP.
           05  WS-WORDS-MATCHED         PIC S9(4) COMP.
           05  WS-ENTRY-ADDRESS         PIC X(30).
           05  WS-ENTRY-CITY            PIC X(20).
           05  WS-ADDRESS-PARTS         PIC S9(4) COMP.
           05  WS-ADDRESS-MATCHED       PIC S9(4) COMP.
      *    SCORES 0 - 100                                            *
           05  WS-NAME-SCORE            PIC S9(4) COMP.
           05  WS-ADDRESS-SCORE         PIC S9(4) COMP.
           05  WS-MATCH-SCORE           PIC S9(4) COMP.
           05  WS-BEST-SCORE            PIC S9(4) COMP.
           05  WS-SCREEN-HITS           PIC S9(4) COMP.
           05  WS-CAND-EOF-FLAG         PIC X(1).
               88  END-OF-CANDIDATES            VALUE 'Y'.
      *    CASE/PUNCTUATION FOLD - THE TWO STRINGS MUST STAY THE     *
      *    SAME LENGTH                                               *
           05  WS-FOLD-FROM             PIC X(32) VALUE
               'abcdefghijklmnopqrstuvwxyz.,-''/&'.
           05  WS-FOLD-TO               PIC X(32) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ      '.
