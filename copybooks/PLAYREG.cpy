      *=================================================================
      * PLAYREG.cpy
      *
      * Indexed (VSAM KSDS) registered-player master, keyed on
      * REG-PLAYER-ID.  A player id is only good for scoring, match
      * play and pairing once it is enrolled here; maintained by
      * REGMAINT.  REG-STATUS:
      *    A  active - games scored and posted, paired in rounds
      *    S  suspended - games refused to the reject file
      *    W  withdrawn - games refused, left out of the pairings
      * REG-ENROLL-DATE is CCYYMMDD.
      *=================================================================
       01  PLAYER-REGISTER-RECORD.
           05  REG-PLAYER-ID           PIC X(08).
           05  REG-PLAYER-NAME         PIC X(25).
           05  REG-CLUB                PIC X(20).
           05  REG-STATUS              PIC X(01).
               88  REG-IS-ACTIVE              VALUE "A".
               88  REG-IS-SUSPENDED           VALUE "S".
               88  REG-IS-WITHDRAWN           VALUE "W".
           05  REG-ENROLL-DATE         PIC 9(08).
