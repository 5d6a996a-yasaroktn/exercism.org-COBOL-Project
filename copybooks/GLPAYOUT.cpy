      *=================================================================
      * GLPAYOUT  --  one GL journal line of the season prize payout,
      * as written by YPAYOUT.  Each season's payout is one balanced
      * journal: a single debit of the whole purse to the prize-fund
      * account, and a credit to the prizes-payable account for each
      * payee, carrying the player and the place paid.  The purse
      * line carries spaces for the player and zero for the place.
      * GP-POSTING-DATE is the pay date (CCYYMMDD); the account code
      * is carried the way GLACCRL carries it.
      *=================================================================
       01  GL-PAYOUT-RECORD.
           05  GP-POSTING-DATE.
               10  GP-YEAR                  PIC 9(04).
               10  GP-MONTH                 PIC 9(02).
               10  GP-DAY                   PIC 9(02).
           05  GP-ACCOUNT-CODE              PIC X(08).
           05  GP-DEBIT-CREDIT              PIC X(01).
               88  GP-IS-DEBIT                     VALUE "D".
               88  GP-IS-CREDIT                    VALUE "C".
           05  GP-AMOUNT                    PIC S9(09)V99.
           05  GP-SEASON                    PIC 9(04).
           05  GP-PLAYER-ID                 PIC X(08).
           05  GP-PLACE                     PIC 9(03).
