      * no matching end is how the status report spots a run that
      * abended; a program with neither never ran.  RC-RECORD-COUNT
      * and RC-RETURN-CODE are zeros on a start entry.
      *
      * Before it starts, each program is checked against its
      * predecessors on the JOBDEP table by the YRUNGATE subprogram.
      * A program refused there writes a held (H) entry instead of a
      * start, naming the first predecessor that was not clean and
      * why, with the held return code in RC-RETURN-CODE.  A hold
      * released by an operator override card writes an override
      * (O) entry naming the same predecessor and the operator who
      * released it, and the program then starts as usual.  The hold
      * fields are spaces on start and end entries.
      *=================================================================
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM-ID           PIC X(08).
           05  RC-ENTRY-TYPE           PIC X(01).
               88  RC-IS-START-ENTRY          VALUE "S".
               88  RC-IS-END-ENTRY            VALUE "E".
               88  RC-IS-HELD-ENTRY           VALUE "H".
               88  RC-IS-OVERRIDE-ENTRY       VALUE "O".
           05  RC-DATE                 PIC 9(08).
           05  RC-TIME                 PIC 9(08).
           05  RC-RECORD-COUNT         PIC 9(08).
           05  RC-RETURN-CODE          PIC 9(02).
           05  RC-HOLD-PREDECESSOR     PIC X(08).
           05  RC-HOLD-REASON          PIC X(01).
               88  RC-PREDECESSOR-MISSING     VALUE "M".
               88  RC-PREDECESSOR-ABENDED     VALUE "A".
               88  RC-PREDECESSOR-RC-HIGH     VALUE "R".
               88  RC-PREDECESSOR-HELD        VALUE "H".
               88  RC-DEPENDENCY-CARD-BAD     VALUE "T".
           05  RC-OVERRIDE-OPERATOR    PIC X(08).
