      *=================================================================
      * JOBDEP.cpy
      *
      * One card of the job-dependency table operations keep on the
      * JOBDEP file: the program being gated, a predecessor it must
      * not run ahead of, the window the predecessor's run has to
      * fall in and the highest return code the predecessor may end
      * with and still count as clean.  A program with several
      * predecessors has one card per predecessor; a program with
      * no cards is never held.  JD-SCOPE:
      *    N  (or blank) the predecessor must have run the same night
      *    Y  the predecessor must have run in the same calendar year
      * JD-MAX-RC is two digits, blank meaning 00.  A card with an
      * asterisk in column 1 is a comment.  The scope and return
      * code are carried as display characters so the gate can
      * class-test them before use.
      *=================================================================
       01  JOB-DEPENDENCY-RECORD.
           05  JD-PROGRAM-ID           PIC X(08).
           05  JD-PREDECESSOR-ID       PIC X(08).
           05  JD-SCOPE                PIC X(01).
               88  JD-SAME-NIGHT              VALUE "N" " ".
               88  JD-SAME-YEAR               VALUE "Y".
           05  JD-MAX-RC               PIC X(02).
           05  FILLER                  PIC X(61).
