      *=================================================================
      * HCPREC.cpy
      *
      * Indexed (VSAM KSDS) player handicap record, keyed on
      * HCP-PLAYER-ID, written by the handicap run off the player's
      * most recent games on GAMEHIST.  HCP-HANDICAP is the points
      * added to the player's grand total in a handicapped match-play
      * round.  The record carries what it was worked from - the
      * date it took effect, the number of games in the window, their
      * average and the league par and allowance in force - so a
      * disputed handicap can be re-worked by hand.
      *=================================================================
       01  HANDICAP-RECORD.
           05  HCP-PLAYER-ID           PIC X(08).
           05  HCP-HANDICAP            PIC 9(03).
           05  HCP-EFFECTIVE-DATE      PIC 9(08).
           05  HCP-GAMES-USED          PIC 9(02).
           05  HCP-WINDOW-AVERAGE      PIC 9(04)V99.
           05  HCP-LEAGUE-PAR          PIC 9(04).
           05  HCP-ALLOWANCE-PCT       PIC 9(03).
