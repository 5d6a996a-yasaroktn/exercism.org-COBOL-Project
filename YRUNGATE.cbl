000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YRUNGATE.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YRUNGATE  --  predecessor gate for the nightly chain.
000900*
001000* Every batch program that registers on RUNCTL CALLs this first
001100* thing at startup, before it opens a file, with its own program
001200* id.  The JOBDEP table (see JOBDEP) that operations maintain says
001300* which programs must have run cleanly ahead of it - the same
001400* night, or for a once-a-year job like CALGEN the same year - and
001500* the highest return code each may have ended with.  RUNCTL is
001600* read back for every predecessor's latest start, end and held
001700* entries in that window, by their date-then-time stamp.  A
001800* predecessor with neither a start nor an end has not run; one
001900* whose latest start is later than its latest end abended (or is
002000* still running); one that ended above its limit ended badly; one
002100* whose latest entry is a hold never ran either.  The first
002200* predecessor found wanting, in table order, holds the caller.
002300*
002400* A held program is not allowed to start: a held (H) entry naming
002500* the predecessor and the reason goes on RUNCTL, carrying return
002600* code 20, and the caller is told to end with RETURN-CODE 20 -
002700* kept apart from 16 so the scheduler and the morning report can
002800* tell "held back" from "failed".  A hold can be released on
002900* purpose with an operator override card on RUNOVRD:
003000*    1- 8  program to release
003100*    9-16  night it applies to, CCYYMMDD - it must be tonight,
003200*          so a card left in the deck does not release the
003300*          program again on a later night
003400*   17-24  operator releasing it (initials or user id, required)
003500* A released hold is written as an override (O) entry naming the
003600* predecessor and the operator, and the caller starts as usual.
003700* A card for a program that is not being held is not used.
003800*
003900* A missing JOBDEP table gates nothing, so a program can still run
004000* where no table has been set up; a missing RUNCTL means no
004100* predecessor can be found and every gated program is held.  A
004200* JOBDEP card for the caller that will not edit holds it too -
004300* a table that cannot be read is no reason to run unchecked.
004400*
004500* Result passed back in LK-GATE-RESULT:
004600*    R  no hold - run
004700*    O  held, released by an override card - run
004800*    H  held - end with RETURN-CODE 20
004900*
005000* MODIFICATION HISTORY
005100*   2026-10-15  TSG  Initial version.
005200*=================================================================
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DEPENDENCY-FILE ASSIGN TO "JOBDEP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-DEP-STATUS.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNCTL-STATUS.
006200     SELECT OVERRIDE-FILE ASSIGN TO "RUNOVRD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-OVRD-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  DEPENDENCY-FILE.
006800 COPY JOBDEP.
006900 FD  RUN-CONTROL-FILE.
007000 COPY RUNREC.
007100 FD  OVERRIDE-FILE.
007200 01  OVERRIDE-CARD.
007300     05  OVR-PROGRAM-ID          PIC X(08).
007400     05  OVR-NIGHT               PIC X(08).
007500     05  OVR-OPERATOR            PIC X(08).
007600     05  FILLER                  PIC X(56).
007700 WORKING-STORAGE SECTION.
007800 01  WS-DEP-STATUS               PIC X(02).
007900 01  WS-RUNCTL-STATUS            PIC X(02).
008000 01  WS-OVRD-STATUS              PIC X(02).
008100 01  WS-DEP-EOF-SWITCH           PIC X(01) VALUE "N".
008200     88  END-OF-DEPENDENCIES            VALUE "Y".
008300 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE "N".
008400     88  END-OF-REGISTRY                VALUE "Y".
008500 01  WS-OVRD-EOF-SWITCH          PIC X(01) VALUE "N".
008600     88  END-OF-OVERRIDES               VALUE "Y".
008700 01  WS-HOLD-FLAG                PIC X(01) VALUE "N".
008800     88  GATE-IS-HOLDING                VALUE "Y".
008900 01  WS-OVERRIDE-FLAG            PIC X(01) VALUE "N".
009000     88  OVERRIDE-WAS-FOUND             VALUE "Y".
009100 01  WS-SCOPE-FLAG               PIC X(01) VALUE "N".
009200     88  ENTRY-IS-IN-SCOPE              VALUE "Y".
009300 01  WS-TODAY.
009400     05  WS-TODAY-YEAR           PIC 9(04).
009500     05  WS-TODAY-MMDD           PIC 9(04).
009600 01  WS-GATE-RUN-ID              PIC 9(08) VALUE 0.
009700 01  WS-HELD-RETURN-CODE         PIC 9(02) VALUE 20.
009800 01  WS-MAX-DEPENDENCIES         PIC 9(02) VALUE 20.
009900 01  WS-DEP-COUNT                PIC 9(02) COMP VALUE 0.
010000 01  WS-DEP-SUB                  PIC 9(02) COMP.
010100*----------------------------------------------------------------
010200* The held or override entry being built, and why.
010300*----------------------------------------------------------------
010400 01  WS-GATE-ENTRY-TYPE          PIC X(01).
010500 01  WS-GATE-RETURN-CODE         PIC 9(02).
010600 01  WS-HOLD-PREDECESSOR         PIC X(08).
010700 01  WS-HOLD-REASON              PIC X(01).
010800 01  WS-HOLD-PRED-RC             PIC 9(02).
010900 01  WS-HOLD-MAX-RC              PIC 9(02).
011000 01  WS-OVERRIDE-OPERATOR        PIC X(08).
011100 01  WS-REASON-TEXT              PIC X(40).
011200*----------------------------------------------------------------
011300* One registry entry's date-then-time stamp.
011400*----------------------------------------------------------------
011500 01  WS-ENTRY-STAMP.
011600     05  WS-ENTRY-DATE.
011700         10  WS-ENTRY-YEAR       PIC 9(04).
011800         10  WS-ENTRY-MMDD       PIC 9(04).
011900     05  WS-ENTRY-TIME           PIC 9(08).
012000*----------------------------------------------------------------
012100* The caller's predecessors off JOBDEP, with the latest start, end
012200* and held stamps RUNCTL holds for each inside its window.
012300*----------------------------------------------------------------
012400 01  WS-DEP-TABLE.
012500     05  WS-DEP-ENTRY OCCURS 20 TIMES.
012600         10  WS-DEP-PREDECESSOR  PIC X(08).
012700         10  WS-DEP-SCOPE        PIC X(01).
012800             88  DEP-SAME-YEAR          VALUE "Y".
012900         10  WS-DEP-MAX-RC       PIC 9(02).
013000         10  WS-DEP-CARD-FLAG    PIC X(01).
013100             88  DEP-CARD-IS-BAD        VALUE "Y".
013200         10  WS-DEP-LAST-START   PIC X(16).
013300         10  WS-DEP-LAST-END     PIC X(16).
013400         10  WS-DEP-LAST-HOLD    PIC X(16).
013500         10  WS-DEP-END-RC       PIC 9(02).
013600 LINKAGE SECTION.
013700 01  LK-PROGRAM-ID               PIC X(08).
013800 01  LK-GATE-RESULT              PIC X(01).
013900 PROCEDURE DIVISION USING LK-PROGRAM-ID LK-GATE-RESULT.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200     PERFORM 2000-LOAD-DEPENDENCIES
014300     IF WS-DEP-COUNT > 0
014400         PERFORM 3000-SCAN-REGISTRY
014500         PERFORM 4000-JUDGE-PREDECESSORS
014600     END-IF
014700     IF GATE-IS-HOLDING
014800         PERFORM 4300-DESCRIBE-HOLD
014900         PERFORM 5000-LOOK-FOR-OVERRIDE
015000         IF OVERRIDE-WAS-FOUND
015100             PERFORM 6100-RELEASE-HOLD
015200         ELSE
015300             PERFORM 6000-HOLD-PROGRAM
015400         END-IF
015500     ELSE
015600         IF WS-DEP-COUNT > 0
015700             DISPLAY "YRUNGATE: " LK-PROGRAM-ID
015800                     " PREDECESSORS CLEAN"
015900         END-IF
016000     END-IF
016100     GOBACK.
016200*----------------------------------------------------------------
016300* 1000-INITIALIZE  --  every switch and count is set here rather
016400*     than left to its VALUE clause, since a CALLed program keeps
016500*     its storage from one CALL to the next.
016600*----------------------------------------------------------------
016700 1000-INITIALIZE.
016800     MOVE "R" TO LK-GATE-RESULT
016900     MOVE "N" TO WS-DEP-EOF-SWITCH
017000     MOVE "N" TO WS-REG-EOF-SWITCH
017100     MOVE "N" TO WS-OVRD-EOF-SWITCH
017200     MOVE "N" TO WS-HOLD-FLAG
017300     MOVE "N" TO WS-OVERRIDE-FLAG
017400     MOVE 0 TO WS-DEP-COUNT
017500     MOVE SPACES TO WS-HOLD-PREDECESSOR
017600     MOVE SPACES TO WS-HOLD-REASON
017700     MOVE SPACES TO WS-OVERRIDE-OPERATOR
017800     MOVE 0 TO WS-HOLD-PRED-RC
017900     MOVE 0 TO WS-HOLD-MAX-RC
018000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
018100     ACCEPT WS-GATE-RUN-ID FROM TIME.
018200*----------------------------------------------------------------
018300* 2000-LOAD-DEPENDENCIES  --  only the caller's own cards are
018400*     kept; a missing table gates nothing.
018500*----------------------------------------------------------------
018600 2000-LOAD-DEPENDENCIES.
018700     OPEN INPUT DEPENDENCY-FILE
018800     IF WS-DEP-STATUS NOT = "00"
018900         DISPLAY "YRUNGATE: NO JOBDEP TABLE - " LK-PROGRAM-ID
019000                 " NOT GATED"
019100     ELSE
019200         PERFORM 2100-READ-DEPENDENCY
019300         PERFORM 2200-FILE-ONE-DEPENDENCY
019400             UNTIL END-OF-DEPENDENCIES
019500         CLOSE DEPENDENCY-FILE
019600     END-IF.
019700*----------------------------------------------------------------
019800* 2100-READ-DEPENDENCY
019900*----------------------------------------------------------------
020000 2100-READ-DEPENDENCY.
020100     READ DEPENDENCY-FILE
020200         AT END
020300             MOVE "Y" TO WS-DEP-EOF-SWITCH
020400     END-READ.
020500*----------------------------------------------------------------
020600* 2200-FILE-ONE-DEPENDENCY  --  a comment card never matches a
020700*     program id, so it falls through with the other programs'
020800*     cards.  More cards than the table holds is a table that
020900*     cannot be trusted, and holds the caller.
021000*----------------------------------------------------------------
021100 2200-FILE-ONE-DEPENDENCY.
021200     IF JD-PROGRAM-ID = LK-PROGRAM-ID
021300         IF WS-DEP-COUNT = WS-MAX-DEPENDENCIES
021400             DISPLAY "YRUNGATE: MORE THAN " WS-MAX-DEPENDENCIES
021500                     " JOBDEP CARDS FOR " LK-PROGRAM-ID
021600             IF NOT GATE-IS-HOLDING
021700                 MOVE "Y" TO WS-HOLD-FLAG
021800                 MOVE "T" TO WS-HOLD-REASON
021900                 MOVE JD-PREDECESSOR-ID TO WS-HOLD-PREDECESSOR
022000             END-IF
022100         ELSE
022200             ADD 1 TO WS-DEP-COUNT
022300             PERFORM 2300-EDIT-DEPENDENCY-CARD
022400         END-IF
022500     END-IF
022600     PERFORM 2100-READ-DEPENDENCY.
022700*----------------------------------------------------------------
022800* 2300-EDIT-DEPENDENCY-CARD  --  a bad card is kept in the table,
022900*     flagged, so it holds the caller in its turn.
023000*----------------------------------------------------------------
023100 2300-EDIT-DEPENDENCY-CARD.
023200     MOVE JD-PREDECESSOR-ID TO WS-DEP-PREDECESSOR (WS-DEP-COUNT)
023300     MOVE JD-SCOPE TO WS-DEP-SCOPE (WS-DEP-COUNT)
023400     MOVE 0 TO WS-DEP-MAX-RC (WS-DEP-COUNT)
023500     MOVE "N" TO WS-DEP-CARD-FLAG (WS-DEP-COUNT)
023600     MOVE ZEROS TO WS-DEP-LAST-START (WS-DEP-COUNT)
023700     MOVE ZEROS TO WS-DEP-LAST-END (WS-DEP-COUNT)
023800     MOVE ZEROS TO WS-DEP-LAST-HOLD (WS-DEP-COUNT)
023900     MOVE 0 TO WS-DEP-END-RC (WS-DEP-COUNT)
024000     EVALUATE TRUE
024100         WHEN JD-PREDECESSOR-ID = SPACES
024200             MOVE "Y" TO WS-DEP-CARD-FLAG (WS-DEP-COUNT)
024300         WHEN NOT JD-SAME-NIGHT AND NOT JD-SAME-YEAR
024400             MOVE "Y" TO WS-DEP-CARD-FLAG (WS-DEP-COUNT)
024500         WHEN JD-MAX-RC = SPACES
024600             CONTINUE
024700         WHEN JD-MAX-RC NOT NUMERIC
024800             MOVE "Y" TO WS-DEP-CARD-FLAG (WS-DEP-COUNT)
024900         WHEN OTHER
025000             MOVE JD-MAX-RC TO WS-DEP-MAX-RC (WS-DEP-COUNT)
025100     END-EVALUATE
025200     IF DEP-CARD-IS-BAD (WS-DEP-COUNT)
025300         DISPLAY "YRUNGATE: BAD JOBDEP CARD <"
025400                 JOB-DEPENDENCY-RECORD (1:19) ">"
025500     END-IF.
025600*----------------------------------------------------------------
025700* 3000-SCAN-REGISTRY  --  one pass of RUNCTL serves every
025800*     predecessor; with no registry at all none of them is found.
025900*----------------------------------------------------------------
026000 3000-SCAN-REGISTRY.
026100     OPEN INPUT RUN-CONTROL-FILE
026200     IF WS-RUNCTL-STATUS NOT = "00"
026300         DISPLAY "YRUNGATE: CANNOT OPEN RUNCTL, STATUS "
026400                 WS-RUNCTL-STATUS
026500     ELSE
026600         PERFORM 3100-READ-REGISTRY
026700         PERFORM 3200-SIFT-ONE-ENTRY UNTIL END-OF-REGISTRY
026800         CLOSE RUN-CONTROL-FILE
026900     END-IF.
027000*----------------------------------------------------------------
027100* 3100-READ-REGISTRY
027200*----------------------------------------------------------------
027300 3100-READ-REGISTRY.
027400     READ RUN-CONTROL-FILE
027500         AT END
027600             MOVE "Y" TO WS-REG-EOF-SWITCH
027700     END-READ.
027800*----------------------------------------------------------------
027900* 3200-SIFT-ONE-ENTRY
028000*----------------------------------------------------------------
028100 3200-SIFT-ONE-ENTRY.
028200     MOVE RC-DATE TO WS-ENTRY-DATE
028300     MOVE RC-TIME TO WS-ENTRY-TIME
028400     PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
028500             UNTIL WS-DEP-SUB > WS-DEP-COUNT
028600         IF RC-PROGRAM-ID = WS-DEP-PREDECESSOR (WS-DEP-SUB)
028700             PERFORM 3300-CHECK-ENTRY-SCOPE
028800             IF ENTRY-IS-IN-SCOPE
028900                 PERFORM 3400-FILE-ONE-ENTRY
029000             END-IF
029100         END-IF
029200     END-PERFORM
029300     PERFORM 3100-READ-REGISTRY.
029400*----------------------------------------------------------------
029500* 3300-CHECK-ENTRY-SCOPE  --  tonight, or this calendar year.
029600*----------------------------------------------------------------
029700 3300-CHECK-ENTRY-SCOPE.
029800     MOVE "N" TO WS-SCOPE-FLAG
029900     IF DEP-SAME-YEAR (WS-DEP-SUB)
030000         IF WS-ENTRY-YEAR = WS-TODAY-YEAR
030100             MOVE "Y" TO WS-SCOPE-FLAG
030200         END-IF
030300     ELSE
030400         IF WS-ENTRY-DATE = WS-TODAY
030500             MOVE "Y" TO WS-SCOPE-FLAG
030600         END-IF
030700     END-IF.
030800*----------------------------------------------------------------
030900* 3400-FILE-ONE-ENTRY  --  the latest of each kind wins, so a
031000*     clean rerun after an abend is the run that counts.
031100*----------------------------------------------------------------
031200 3400-FILE-ONE-ENTRY.
031300     EVALUATE TRUE
031400         WHEN RC-IS-START-ENTRY
031500             IF WS-ENTRY-STAMP >= WS-DEP-LAST-START (WS-DEP-SUB)
031600                 MOVE WS-ENTRY-STAMP
031700                         TO WS-DEP-LAST-START (WS-DEP-SUB)
031800             END-IF
031900         WHEN RC-IS-END-ENTRY
032000             IF WS-ENTRY-STAMP >= WS-DEP-LAST-END (WS-DEP-SUB)
032100                 MOVE WS-ENTRY-STAMP
032200                         TO WS-DEP-LAST-END (WS-DEP-SUB)
032300                 MOVE RC-RETURN-CODE TO WS-DEP-END-RC (WS-DEP-SUB)
032400             END-IF
032500         WHEN RC-IS-HELD-ENTRY
032600             IF WS-ENTRY-STAMP >= WS-DEP-LAST-HOLD (WS-DEP-SUB)
032700                 MOVE WS-ENTRY-STAMP
032800                         TO WS-DEP-LAST-HOLD (WS-DEP-SUB)
032900             END-IF
033000         WHEN OTHER
033100             CONTINUE
033200     END-EVALUATE.
033300*----------------------------------------------------------------
033400* 4000-JUDGE-PREDECESSORS  --  in table order; the first one
033500*     found wanting is the one the hold names.
033600*----------------------------------------------------------------
033700 4000-JUDGE-PREDECESSORS.
033800     PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
033900             UNTIL WS-DEP-SUB > WS-DEP-COUNT
034000                OR GATE-IS-HOLDING
034100         PERFORM 4100-JUDGE-ONE-PREDECESSOR
034200     END-PERFORM.
034300*----------------------------------------------------------------
034400* 4100-JUDGE-ONE-PREDECESSOR  --  a hold later than anything the
034500*     predecessor started or ended means it never ran this time.
034600*----------------------------------------------------------------
034700 4100-JUDGE-ONE-PREDECESSOR.
034800     MOVE SPACES TO WS-HOLD-REASON
034900     EVALUATE TRUE
035000         WHEN DEP-CARD-IS-BAD (WS-DEP-SUB)
035100             MOVE "T" TO WS-HOLD-REASON
035200         WHEN WS-DEP-LAST-HOLD (WS-DEP-SUB) >
035300                     WS-DEP-LAST-START (WS-DEP-SUB)
035400                 AND WS-DEP-LAST-HOLD (WS-DEP-SUB) >
035500                     WS-DEP-LAST-END (WS-DEP-SUB)
035600             MOVE "H" TO WS-HOLD-REASON
035700         WHEN WS-DEP-LAST-START (WS-DEP-SUB) = ZEROS
035800                 AND WS-DEP-LAST-END (WS-DEP-SUB) = ZEROS
035900             MOVE "M" TO WS-HOLD-REASON
036000         WHEN WS-DEP-LAST-START (WS-DEP-SUB) >
036100                     WS-DEP-LAST-END (WS-DEP-SUB)
036200             MOVE "A" TO WS-HOLD-REASON
036300         WHEN WS-DEP-END-RC (WS-DEP-SUB) >
036400                     WS-DEP-MAX-RC (WS-DEP-SUB)
036500             MOVE "R" TO WS-HOLD-REASON
036600         WHEN OTHER
036700             CONTINUE
036800     END-EVALUATE
036900     IF WS-HOLD-REASON NOT = SPACES
037000         MOVE "Y" TO WS-HOLD-FLAG
037100         MOVE WS-DEP-PREDECESSOR (WS-DEP-SUB)
037200                 TO WS-HOLD-PREDECESSOR
037300         MOVE WS-DEP-END-RC (WS-DEP-SUB) TO WS-HOLD-PRED-RC
037400         MOVE WS-DEP-MAX-RC (WS-DEP-SUB) TO WS-HOLD-MAX-RC
037500     END-IF.
037600*----------------------------------------------------------------
037700* 4300-DESCRIBE-HOLD  --  the reason in words for the job log.
037800*----------------------------------------------------------------
037900 4300-DESCRIBE-HOLD.
038000     MOVE SPACES TO WS-REASON-TEXT
038100     EVALUATE WS-HOLD-REASON
038200         WHEN "M"
038300             MOVE "HAS NOT RUN" TO WS-REASON-TEXT
038400         WHEN "A"
038500             MOVE "STARTED AND DID NOT END" TO WS-REASON-TEXT
038600         WHEN "R"
038700             STRING "ENDED RC " WS-HOLD-PRED-RC
038800                     ", LIMIT " WS-HOLD-MAX-RC
038900                     DELIMITED BY SIZE INTO WS-REASON-TEXT
039000         WHEN "H"
039100             MOVE "IS ITSELF HELD" TO WS-REASON-TEXT
039200         WHEN OTHER
039300             MOVE "- JOBDEP TABLE WILL NOT EDIT" TO WS-REASON-TEXT
039400     END-EVALUATE.
039500*----------------------------------------------------------------
039600* 5000-LOOK-FOR-OVERRIDE  --  the first card for the caller dated
039700*     tonight with an operator on it releases the hold.
039800*----------------------------------------------------------------
039900 5000-LOOK-FOR-OVERRIDE.
040000     OPEN INPUT OVERRIDE-FILE
040100     IF WS-OVRD-STATUS = "00"
040200         PERFORM 5100-READ-OVERRIDE
040300         PERFORM 5200-CHECK-ONE-OVERRIDE
040400             UNTIL END-OF-OVERRIDES OR OVERRIDE-WAS-FOUND
040500         CLOSE OVERRIDE-FILE
040600     END-IF.
040700*----------------------------------------------------------------
040800* 5100-READ-OVERRIDE
040900*----------------------------------------------------------------
041000 5100-READ-OVERRIDE.
041100     READ OVERRIDE-FILE
041200         AT END
041300             MOVE "Y" TO WS-OVRD-EOF-SWITCH
041400     END-READ.
041500*----------------------------------------------------------------
041600* 5200-CHECK-ONE-OVERRIDE
041700*----------------------------------------------------------------
041800 5200-CHECK-ONE-OVERRIDE.
041900     IF OVR-PROGRAM-ID = LK-PROGRAM-ID
042000         EVALUATE TRUE
042100             WHEN OVR-NIGHT NOT = WS-TODAY
042200                 DISPLAY "YRUNGATE: OVERRIDE FOR " LK-PROGRAM-ID
042300                         " DATED <" OVR-NIGHT "> IGNORED"
042400             WHEN OVR-OPERATOR = SPACES
042500                 DISPLAY "YRUNGATE: OVERRIDE FOR " LK-PROGRAM-ID
042600                         " HAS NO OPERATOR - IGNORED"
042700             WHEN OTHER
042800                 MOVE "Y" TO WS-OVERRIDE-FLAG
042900                 MOVE OVR-OPERATOR TO WS-OVERRIDE-OPERATOR
043000         END-EVALUATE
043100     END-IF
043200     IF NOT OVERRIDE-WAS-FOUND
043300         PERFORM 5100-READ-OVERRIDE
043400     END-IF.
043500*----------------------------------------------------------------
043600* 6000-HOLD-PROGRAM
043700*----------------------------------------------------------------
043800 6000-HOLD-PROGRAM.
043900     DISPLAY "YRUNGATE: " LK-PROGRAM-ID " HELD - "
044000             WS-HOLD-PREDECESSOR " " WS-REASON-TEXT
044100     MOVE "H" TO WS-GATE-ENTRY-TYPE
044200     MOVE WS-HELD-RETURN-CODE TO WS-GATE-RETURN-CODE
044300     PERFORM 8000-WRITE-REGISTRY-ENTRY
044400     MOVE "H" TO LK-GATE-RESULT.
044500*----------------------------------------------------------------
044600* 6100-RELEASE-HOLD
044700*----------------------------------------------------------------
044800 6100-RELEASE-HOLD.
044900     DISPLAY "YRUNGATE: " LK-PROGRAM-ID " WOULD BE HELD - "
045000             WS-HOLD-PREDECESSOR " " WS-REASON-TEXT
045100     DISPLAY "YRUNGATE: HOLD RELEASED BY OVERRIDE, OPERATOR "
045200             WS-OVERRIDE-OPERATOR
045300     MOVE "O" TO WS-GATE-ENTRY-TYPE
045400     MOVE 0 TO WS-GATE-RETURN-CODE
045500     PERFORM 8000-WRITE-REGISTRY-ENTRY
045600     MOVE "O" TO LK-GATE-RESULT.
045700*----------------------------------------------------------------
045800* 8000-WRITE-REGISTRY-ENTRY  --  appended with the same open-or-
045900*     create handling YRUNLOG gives RUNCTL.
046000*----------------------------------------------------------------
046100 8000-WRITE-REGISTRY-ENTRY.
046200     OPEN EXTEND RUN-CONTROL-FILE
046300     IF WS-RUNCTL-STATUS NOT = "00" AND
046400             WS-RUNCTL-STATUS NOT = "05"
046500         OPEN OUTPUT RUN-CONTROL-FILE
046600         CLOSE RUN-CONTROL-FILE
046700         OPEN EXTEND RUN-CONTROL-FILE
046800     END-IF
046900     MOVE LK-PROGRAM-ID TO RC-PROGRAM-ID
047000     MOVE WS-GATE-RUN-ID TO RC-RUN-ID
047100     MOVE WS-GATE-ENTRY-TYPE TO RC-ENTRY-TYPE
047200     ACCEPT RC-DATE FROM DATE YYYYMMDD
047300     ACCEPT RC-TIME FROM TIME
047400     MOVE 0 TO RC-RECORD-COUNT
047500     MOVE WS-GATE-RETURN-CODE TO RC-RETURN-CODE
047600     MOVE WS-HOLD-PREDECESSOR TO RC-HOLD-PREDECESSOR
047700     MOVE WS-HOLD-REASON TO RC-HOLD-REASON
047800     MOVE WS-OVERRIDE-OPERATOR TO RC-OVERRIDE-OPERATOR
047900     WRITE RUN-CONTROL-RECORD
048000     CLOSE RUN-CONTROL-FILE.
