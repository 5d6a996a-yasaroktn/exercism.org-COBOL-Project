      *=================================================================
      * PRIZEREC.cpy
      *
      * One card of the season prize schedule the payout run reads.
      * PZ-CARD-TYPE:
      *    H  the purse card, first on the file and only one: the
      *       purse total to be paid out, the prize-fund account the
      *       purse is paid from (debited) and the prizes-payable
      *       account the payees are owed on (credited).
      *    P  one paid place: the place, then its share as either
      *       a percentage of the purse (basis P) or a fixed amount
      *       (basis F).
      * The places must run 1, 2, 3 ... with none missed or keyed
      * twice, and the fixed amounts plus the percentages of the
      * purse must come to exactly the purse.  Amounts and rates
      * are carried with implied decimals and class-tested through
      * the -X views before use.
      *=================================================================
       01  PRIZE-SCHEDULE-RECORD.
           05  PZ-CARD-TYPE            PIC X(01).
               88  PZ-IS-PURSE-CARD           VALUE "H".
               88  PZ-IS-PLACE-CARD           VALUE "P".
           05  PZ-CARD-BODY            PIC X(79).
           05  PZ-PURSE-CARD REDEFINES PZ-CARD-BODY.
               10  PZ-PURSE-AMOUNT     PIC 9(07)V99.
               10  PZ-PURSE-AMOUNT-X REDEFINES PZ-PURSE-AMOUNT
                                       PIC X(09).
               10  PZ-FUND-ACCOUNT     PIC X(08).
               10  PZ-PAYABLE-ACCOUNT  PIC X(08).
               10  FILLER              PIC X(54).
           05  PZ-PLACE-CARD REDEFINES PZ-CARD-BODY.
               10  PZ-PLACE            PIC 9(03).
               10  PZ-PLACE-X REDEFINES PZ-PLACE
                                       PIC X(03).
               10  PZ-BASIS            PIC X(01).
                   88  PZ-IS-PERCENTAGE       VALUE "P".
                   88  PZ-IS-FIXED-AMOUNT     VALUE "F".
               10  PZ-PERCENT          PIC 9(03)V99.
               10  PZ-PERCENT-X REDEFINES PZ-PERCENT
                                       PIC X(05).
               10  PZ-FIXED-AMOUNT     PIC 9(07)V99.
               10  PZ-FIXED-AMOUNT-X REDEFINES PZ-FIXED-AMOUNT
                                       PIC X(09).
               10  FILLER              PIC X(61).
