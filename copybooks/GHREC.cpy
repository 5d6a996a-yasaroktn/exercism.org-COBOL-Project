      * closes, appended across runs the way AUDITLOG is, so a
      * player's season can be answered after the scorecard print
      * is filed away.
      *
      * The file is never rewritten.  A game changed after it posted
      * is corrected by the game adjustment run with two more
      * records: a reversal (GH-ENTRY-TYPE R) carrying the original
      * game's figures, which cancels it, and - unless the game was
      * voided - a replacement (A) carrying the re-scored game.
      * Games as scored carry a space there.  A reader counting
      * games takes a reversal off the latest earlier game of the
      * same player, date and grand total.
      *
      * GH-SOURCE says which run wrote the game: S the scorecard
      * subsystem, which also posts it to PLAYHIST, or M the match-
      * play scorer, which does not.  Games written before the
      * source was kept carry a space.
      *=================================================================
       01  GAME-HISTORY-RECORD.
           05  GH-PLAYER-ID            PIC X(08).
           05  GH-UPPER-SUBTOTAL       PIC 9(03).
           05  GH-UPPER-BONUS          PIC 9(02).
           05  GH-GRAND-TOTAL          PIC 9(04).
           05  GH-ENTRY-TYPE           PIC X(01).
               88  GH-IS-AS-SCORED            VALUE SPACE.
               88  GH-IS-REVERSAL             VALUE "R".
               88  GH-IS-REPLACEMENT          VALUE "A".
           05  GH-SOURCE               PIC X(01).
               88  GH-FROM-SCORECARD          VALUE "S".
               88  GH-FROM-MATCH-PLAY         VALUE "M".
