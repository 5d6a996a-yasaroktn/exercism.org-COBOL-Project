      *=================================================================
      * ADJTRNREC.cpy
      *
      * One game adjustment transaction, keyed from an upheld
      * scoring dispute.  ADJ-ACTION:
      *    V  void the game - it comes off every file it reached
      *    C  correct the game - re-score it off the twelve rolls
      *       keyed in ADJ-DICE
      * The game is found by player and date.  ADJ-GAME-TOTAL, the
      * grand total the game was posted with, is needed only when
      * the player has more than one game on that date.  The twelve
      * rolls are in scorecard order, ONES through YACHT, and are
      * blank on a void.  ADJ-REFERENCE is the dispute number or
      * the director's initials, carried onto the journal so each
      * change can be traced to its ruling.  The date, total and
      * rolls are carried as display characters so the adjustment
      * run can class-test them before use.
      *=================================================================
       01  ADJ-TRANSACTION-RECORD.
           05  ADJ-ACTION              PIC X(01).
               88  ADJ-IS-VOID                VALUE "V".
               88  ADJ-IS-CORRECTION          VALUE "C".
           05  ADJ-PLAYER-ID           PIC X(08).
           05  ADJ-GAME-DATE           PIC X(08).
           05  ADJ-GAME-TOTAL          PIC X(04).
           05  ADJ-REFERENCE           PIC X(10).
           05  ADJ-DICE-LIST.
               10  ADJ-DICE            PIC X(05) OCCURS 12 TIMES.
