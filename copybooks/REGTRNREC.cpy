      *=================================================================
      * REGTRNREC.cpy
      *
      * One PLAYREG maintenance transaction.  RGT-ACTION:
      *    A  add (enrol) a new player
      *    C  change an existing record (blank fields keep their
      *       current value)
      *    D  delete the record - a keying error only; a player who
      *       leaves the league is changed to status W, not deleted
      *    I  inquire - list the record on the disposition report
      * RGT-STATUS is A, S or W (blank on an add enrols the player
      * active).  RGT-ENROLL-DATE is CCYYMMDD, carried as display
      * characters so the maintenance run can class-test it; blank
      * on an add takes the run date.
      *=================================================================
       01  REG-TRANSACTION-RECORD.
           05  RGT-ACTION              PIC X(01).
               88  RGT-IS-ADD                 VALUE "A".
               88  RGT-IS-CHANGE              VALUE "C".
               88  RGT-IS-DELETE              VALUE "D".
               88  RGT-IS-INQUIRE             VALUE "I".
           05  RGT-PLAYER-ID           PIC X(08).
           05  RGT-PLAYER-NAME         PIC X(25).
           05  RGT-CLUB                PIC X(20).
           05  RGT-STATUS              PIC X(01).
               88  RGT-STATUS-IS-VALID        VALUE "A" "S" "W".
           05  RGT-ENROLL-DATE         PIC X(08).
           05  RGT-ENROLL-DATE-PARTS REDEFINES RGT-ENROLL-DATE.
               10  RGT-ENROLL-CCYY     PIC 9(04).
               10  RGT-ENROLL-MM       PIC 9(02).
               10  RGT-ENROLL-DD       PIC 9(02).
