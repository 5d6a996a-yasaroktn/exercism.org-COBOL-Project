      *    10  category not one of the 12 known category names
      *    20  one or more dice digits outside 1-6
      *    30  both category and dice are bad
      *    40  game refused - player id not on the PLAYREG register
      *    50  game refused - player suspended or withdrawn on PLAYREG
      *=================================================================
       01  REJECT-RECORD.
           05  REJ-DICE                PIC 9(05).
