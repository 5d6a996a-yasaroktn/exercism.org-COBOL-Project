      *=================================================================
      * OPTREC.cpy
      *
      * One game's category-assignment analysis on the OPTHIST file,
      * as written by YOPTCAT and appended across runs so the season
      * summary can be drawn from every night analysed.  The actual
      * total is the grand total GAMEHIST carries for the game; the
      * best total is the most the same twelve rolls could have
      * scored in any assignment to the twelve categories, upper
      * bonus included.  OPT-MISPLACED holds one flag per category
      * in scorecard order, "Y" where the roll the player put in that
      * category belonged elsewhere in the best assignment.
      *=================================================================
       01  OPTIMAL-ANALYSIS-RECORD.
           05  OPT-PLAYER-ID           PIC X(08).
           05  OPT-GAME-DATE           PIC 9(08).
           05  OPT-ACTUAL-TOTAL        PIC 9(04).
           05  OPT-BEST-TOTAL          PIC 9(04).
           05  OPT-POINTS-LOST         PIC 9(04).
           05  OPT-MISPLACED           PIC X(01) OCCURS 12 TIMES.
               88  OPT-CATEGORY-MISPLACED     VALUE "Y".
