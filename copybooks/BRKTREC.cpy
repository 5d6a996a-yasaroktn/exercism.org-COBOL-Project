      *=================================================================
      * BRKTREC.cpy
      *
      * Indexed (VSAM KSDS) knockout-bracket record, one per match of
      * the cup draw, keyed on round plus match number within the
      * round.  Round 1 is written when the draw is made, each later
      * round when every match of the round before it is decided.
      * The home side is always the better (lower-numbered) seed.
      * A first-round bye carries spaces and seed zero for the away
      * side and is decided at the draw.  BK-RESULTS-BASE is the
      * number of MATCHRES records on file when the round was
      * written, so the round's results are only ever looked for
      * past that point and a meeting earlier in the season can
      * never decide a cup match.  On a drawn match the upper-
      * section subtotals off GAMEHIST break the tie, then the
      * better seed; BK-DECIDED-BY says which it took.
      *=================================================================
       01  BRACKET-MATCH-RECORD.
           05  BK-KEY.
               10  BK-ROUND            PIC 9(02).
               10  BK-MATCH            PIC 9(03).
           05  BK-HOME-SEED            PIC 9(03).
           05  BK-HOME-PLAYER-ID       PIC X(08).
           05  BK-AWAY-SEED            PIC 9(03).
           05  BK-AWAY-PLAYER-ID       PIC X(08).
           05  BK-STATUS               PIC X(01).
               88  BK-IS-PENDING              VALUE "P".
               88  BK-IS-DECIDED              VALUE "D".
               88  BK-IS-BYE                  VALUE "B".
           05  BK-WINNER-SEED          PIC 9(03).
           05  BK-WINNER-ID            PIC X(08).
           05  BK-DECIDED-BY           PIC X(01).
               88  BK-DECIDED-ON-SCORE        VALUE "S".
               88  BK-DECIDED-ON-UPPER        VALUE "U".
               88  BK-DECIDED-ON-SEED         VALUE "E".
           05  BK-HOME-SCORE           PIC 9(04).
           05  BK-AWAY-SCORE           PIC 9(04).
           05  BK-HOME-UPPER           PIC 9(03).
           05  BK-AWAY-UPPER           PIC 9(03).
           05  BK-RESULTS-BASE         PIC 9(06).
           05  BK-DRAWN-DATE           PIC 9(08).
