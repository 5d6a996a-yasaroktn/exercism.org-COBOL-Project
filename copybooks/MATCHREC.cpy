      * One decided head-to-head match, as written by the match-play
      * scorer: both player-ids, both grand totals, the winner and a
      * draw flag.  MR-WINNER-ID is spaces when the match is drawn.
      * MR-ROUND-TYPE is H for a handicapped round, decided on the
      * net totals (grand total plus handicap), or S for a scratch
      * round, where the handicaps are zero and net equals gross.
      * Results written before rounds were typed carry spaces there
      * and were decided on the grand totals.
      *
      * MR-MATCH-DATE is the night the match was played, the same
      * date its two games carry on GAMEHIST (zeros or spaces on
      * results written before it was kept).  Like GAMEHIST the
      * file is never rewritten: a match re-decided by the game
      * adjustment run gets a reversal (MR-ENTRY-TYPE R) carrying
      * the original result and, unless a game was voided, a
      * replacement (A) carrying the new one.  Results as decided
      * carry a space there.
      *=================================================================
       01  MATCH-RESULT-RECORD.
           05  MR-HOME-PLAYER-ID       PIC X(08).
           05  MR-DRAW-FLAG            PIC X(01).
               88  MATCH-IS-DRAW              VALUE "Y".
               88  MATCH-HAS-WINNER           VALUE "N".
           05  MR-ROUND-TYPE           PIC X(01).
               88  MATCH-WAS-HANDICAPPED      VALUE "H".
           05  MR-HOME-HANDICAP        PIC 9(03).
           05  MR-HOME-NET             PIC 9(04).
           05  MR-AWAY-HANDICAP        PIC 9(03).
           05  MR-AWAY-NET             PIC 9(04).
           05  MR-MATCH-DATE           PIC 9(08).
           05  MR-ENTRY-TYPE           PIC X(01).
               88  MR-IS-AS-DECIDED           VALUE SPACE.
               88  MR-IS-REVERSAL             VALUE "R".
               88  MR-IS-REPLACEMENT          VALUE "A".
