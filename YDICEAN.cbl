000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YDICEAN.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YDICEAN  --  dice fairness and scoring integrity analysis.
000900*
001000* Tallies every die face rolled on a night's ROLLFILE (ROLL-DICE)
001100* and GAMEFILE (GAME-DICE), overall and, for GAMEFILE, per player
001200* - a ROLLFILE turn carries no player id, so the roll sheet counts
001300* toward the overall figures only.  Each tally is tested against
001400* fair dice with a chi-square goodness-of-fit test on the six
001500* face counts (five degrees of freedom), and each roll is checked
001600* for the YACHT, FULL HOUSE and straight (LITTLE or BIG) patterns
001700* YSCORE scores.
001800*
001900* The recorded roll is the one the player called after any
002000* re-rolls, so the pattern counts run well above the odds of a
002100* single throw of five fair dice.  The overall lines show those
002200* single-throw odds for reference; each player is measured
002300* against the rate the whole GAMEFILE field achieved instead, with
002400* a one-degree-of-freedom chi-square per pattern, tested only when
002500* the player's expected count is at least 5.
002600*
002700* DICERPT carries the full analysis; DICEEXCP lists only what
002800* is out of line - each player, and any overall face count,
002810* listed under OVERALL - with the test, the sample size and the
002900* test value against its limit, for the tournament director.
003000* Rolls with a die outside 1-6 are skipped and counted; trailer
003100* records are passed over.  Either input may be missing for a
003200* night, but not both (RETURN-CODE 16).
003300*
003400* DICEPARM, one optional card, fixed columns:
003500*
003600*   1-5    minimum dice for a player's face test (blank = 60,
003700*          ten expected per face)
003800*   6      significance level, 1 = 1% (the default, limits
003900*          15.09 faces and 6.63 patterns) or 5 = 5% (11.07
004000*          and 3.84)
004100*
004200* MODIFICATION HISTORY
004300*   2026-10-15  TSG  Initial version.
004320*   2026-10-15  TSG  Checked against its JOBDEP predecessors
004340*                    through YRUNGATE at startup; ends with
004360*                    RETURN-CODE 20 when held.
004400*=================================================================
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARAMETER-FILE ASSIGN TO "DICEPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-STATUS.
005100     SELECT ROLL-FILE ASSIGN TO "ROLLFILE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ROLL-STATUS.
005400     SELECT GAME-FILE ASSIGN TO "GAMEFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GAME-STATUS.
005700     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS REG-PLAYER-ID
006100         FILE STATUS IS WS-REG-STATUS.
006200     SELECT ANALYSIS-REPORT ASSIGN TO "DICERPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500     SELECT EXCEPTION-REPORT ASSIGN TO "DICEEXCP"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-EXCP-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PARAMETER-FILE.
007100 01  PARAMETER-CARD.
007200     05  PARM-MINIMUM-DICE       PIC X(05).
007300     05  PARM-LEVEL              PIC X(01).
007400     05  FILLER                  PIC X(74).
007500 FD  ROLL-FILE.
007600 COPY ROLLREC.
007700 FD  GAME-FILE.
007800 COPY GAMEREC.
007900 FD  PLAYER-REGISTER-FILE.
008000 COPY PLAYREG.
008100 FD  ANALYSIS-REPORT.
008200 01  ANALYSIS-LINE               PIC X(80).
008300 FD  EXCEPTION-REPORT.
008400 01  EXCEPTION-LINE              PIC X(80).
008500 WORKING-STORAGE SECTION.
008600 COPY TRLREC.
008700 01  WS-PARM-STATUS              PIC X(02).
008800 01  WS-ROLL-STATUS              PIC X(02).
008900 01  WS-GAME-STATUS              PIC X(02).
009000 01  WS-REG-STATUS               PIC X(02).
009100 01  WS-REPORT-STATUS            PIC X(02).
009200 01  WS-EXCP-STATUS              PIC X(02).
009300 01  WS-REG-OPEN-FLAG            PIC X(01) VALUE "N".
009400     88  REGISTER-WAS-OPENED            VALUE "Y".
009500 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009600     88  END-OF-INPUT-FILE              VALUE "Y".
009700 01  WS-INPUT-FOUND-FLAG         PIC X(01) VALUE "N".
009800     88  AN-INPUT-WAS-FOUND             VALUE "Y".
009900 01  WS-ROLL-OK-FLAG             PIC X(01).
010000     88  ROLL-IS-GOOD                   VALUE "Y".
010100 01  WS-SORT-SWAPPED             PIC X(01) VALUE "N".
010200     88  SORT-PASS-SWAPPED              VALUE "Y".
010300 01  WS-LEVEL                    PIC X(01) VALUE "1".
010400     88  LEVEL-IS-ONE-PCT               VALUE "1".
010500     88  LEVEL-IS-FIVE-PCT              VALUE "5".
010600 01  WS-MINIMUM-DICE             PIC 9(05) VALUE 60.
010700 01  WS-FACE-LIMIT               PIC 9(02)V99 VALUE 15.09.
010800 01  WS-PATTERN-LIMIT            PIC 9(02)V99 VALUE 6.63.
010900 01  WS-MINIMUM-EXPECTED         PIC 9(02)V9 VALUE 5.
011000 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
011100 01  WS-PLAYER-ID                PIC X(08) VALUE SPACES.
011200 01  WS-PLAYER-IDX               PIC 9(03) COMP VALUE 0.
011300 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
011400 01  WS-SORT-IDX                 PIC 9(03) COMP.
011500 01  WS-SOURCE-IDX               PIC 9(01) COMP.
011600 01  WS-FACE-IDX                 PIC 9(01) COMP.
011700 01  WS-DIE-IDX                  PIC 9(01) COMP.
011800 01  WS-PATTERN-IDX              PIC 9(01) COMP.
011900 01  WS-SKIPPED-COUNT            PIC 9(07) VALUE 0.
012000 01  WS-ORPHAN-COUNT             PIC 9(07) VALUE 0.
012100 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
012200 01  WS-UNTESTED-COUNT           PIC 9(05) VALUE 0.
012300 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
012400 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YDICEAN".
012500 01  WS-RUN-ENTRY-TYPE           PIC X(01).
012600 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
012700 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
012720 01  WS-GATE-RESULT              PIC X(01).
012740     88  RUN-IS-HELD                    VALUE "H".
012800*----------------------------------------------------------------
012900* The roll being tallied, one die per digit, and its face counts.
013000*----------------------------------------------------------------
013100 01  WS-DICE-WORK                PIC X(05).
013200 01  WS-DICE-DIGITS REDEFINES WS-DICE-WORK.
013300     05  WS-DIE                  PIC X(01) OCCURS 5 TIMES.
013400 01  WS-DIE-VALUE                PIC 9(01).
013500 01  WS-ROLL-FACE-TABLE.
013600     05  WS-ROLL-FACE            PIC 9(01) OCCURS 6 TIMES.
013700 01  WS-ROLL-PATTERNS.
013800     05  WS-ROLL-YACHT           PIC 9(01).
013900     05  WS-ROLL-FULL-HOUSE      PIC 9(01).
014000     05  WS-ROLL-STRAIGHT        PIC 9(01).
014100 01  WS-ROLL-PAIR-SEEN           PIC X(01).
014200 01  WS-ROLL-THREE-SEEN          PIC X(01).
014300 01  WS-ROLL-REPEAT-SEEN         PIC X(01).
014400*----------------------------------------------------------------
014500* Tallies.  Source 1 is ROLLFILE, 2 is GAMEFILE, 3 is both; the
014600* player table is GAMEFILE only, 200 slots as elsewhere in the
014700* system.  Every tally has the same layout, so one is moved to
014800* WS-WORK-TALLY to be tested and printed.  The pattern counts
014900* are subscripted 1 YACHT, 2 FULL HOUSE, 3 straight.
015000*----------------------------------------------------------------
015100 01  WS-SOURCE-TABLE.
015200     05  WS-SOURCE-TALLY OCCURS 3 TIMES.
015300         10  WS-SR-ID            PIC X(08).
015400         10  WS-SR-ROLLS         PIC 9(07).
015500         10  WS-SR-FACE          PIC 9(07) OCCURS 6 TIMES.
015600         10  WS-SR-PATTERN       PIC 9(07) OCCURS 3 TIMES.
015700 01  WS-PLAYER-TABLE.
015800     05  WS-PLAYER-TALLY OCCURS 200 TIMES.
015900         10  WS-PT-ID            PIC X(08).
016000         10  WS-PT-ROLLS         PIC 9(07).
016100         10  WS-PT-FACE          PIC 9(07) OCCURS 6 TIMES.
016200         10  WS-PT-PATTERN       PIC 9(07) OCCURS 3 TIMES.
016300 01  WS-WORK-TALLY.
016400     05  WS-WT-ID                PIC X(08).
016500     05  WS-WT-ROLLS             PIC 9(07).
016600     05  WS-WT-FACE              PIC 9(07) OCCURS 6 TIMES.
016700     05  WS-WT-PATTERN           PIC 9(07) OCCURS 3 TIMES.
016800 01  WS-SWAP-TALLY               PIC X(78).
016900*----------------------------------------------------------------
017000* Test working fields.
017100*----------------------------------------------------------------
017200 01  WS-DICE-COUNT               PIC 9(08).
017300 01  WS-EXPECTED                 PIC 9(08)V9999.
017400 01  WS-DEVIATION                PIC S9(08)V9999.
017500 01  WS-WIDEST-DEVIATION         PIC 9(08)V9999.
017600 01  WS-WIDEST-FACE              PIC 9(01).
017700 01  WS-CHI-SQUARE               PIC 9(06)V99.
017800 01  WS-FIELD-RATE               PIC 9V9(08).
017900 01  WS-NAME-WORK                PIC X(25).
018000 01  WS-FLAG-WORK                PIC X(02).
018100*----------------------------------------------------------------
018200* Odds of each pattern on one throw of five fair dice, out of
018300* 7776: 6 YACHTs, 300 FULL HOUSEs, 240 straights.
018400*----------------------------------------------------------------
018500 01  WS-FAIR-RATE-VALUES.
018600     05  FILLER                  PIC 9V9(08) VALUE 0.00077160.
018700     05  FILLER                  PIC 9V9(08) VALUE 0.03858025.
018800     05  FILLER                  PIC 9V9(08) VALUE 0.03086420.
018900 01  WS-FAIR-RATE-TABLE REDEFINES WS-FAIR-RATE-VALUES.
019000     05  WS-FAIR-RATE            PIC 9V9(08) OCCURS 3 TIMES.
019100 01  WS-PATTERN-NAME-VALUES.
019200     05  FILLER                  PIC X(10) VALUE "YACHT".
019300     05  FILLER                  PIC X(10) VALUE "FULL HOUSE".
019400     05  FILLER                  PIC X(10) VALUE "STRAIGHT".
019500 01  WS-PATTERN-NAME-TABLE REDEFINES WS-PATTERN-NAME-VALUES.
019600     05  WS-PATTERN-NAME         PIC X(10) OCCURS 3 TIMES.
019700 01  WS-FACE-NAME-VALUES.
019800     05  FILLER                  PIC X(06) VALUE "ONES".
019900     05  FILLER                  PIC X(06) VALUE "TWOS".
020000     05  FILLER                  PIC X(06) VALUE "THREES".
020100     05  FILLER                  PIC X(06) VALUE "FOURS".
020200     05  FILLER                  PIC X(06) VALUE "FIVES".
020300     05  FILLER                  PIC X(06) VALUE "SIXES".
020400 01  WS-FACE-NAME-TABLE REDEFINES WS-FACE-NAME-VALUES.
020500     05  WS-FACE-NAME            PIC X(06) OCCURS 6 TIMES.
020600*----------------------------------------------------------------
020700* Report line layouts.
020800*----------------------------------------------------------------
020900 01  WS-HEADING-LINE.
021000     05  FILLER PIC X(24) VALUE "DICE FAIRNESS ANALYSIS".
021100     05  FILLER PIC X(09) VALUE "RUN DATE".
021200     05  HD-RUN-DATE             PIC 9(08).
021300     05  FILLER PIC X(39) VALUE SPACES.
021400 01  WS-EXCP-HEADING-LINE.
021500     05  FILLER PIC X(26) VALUE "DICE FAIRNESS EXCEPTIONS".
021600     05  FILLER PIC X(09) VALUE "RUN DATE".
021700     05  HX-RUN-DATE             PIC 9(08).
021800     05  FILLER PIC X(37) VALUE SPACES.
021900 01  WS-SECTION-LINE.
022000     05  SL-TEXT                 PIC X(80).
022100 01  WS-FACE-COLUMN-LINE.
022200     05  FILLER PIC X(19) VALUE "PLAYER   NAME".
022300     05  FILLER PIC X(07) VALUE "   DICE".
022400     05  FILLER PIC X(07) VALUE "   ONES".
022500     05  FILLER PIC X(07) VALUE "   TWOS".
022600     05  FILLER PIC X(07) VALUE " THREES".
022700     05  FILLER PIC X(07) VALUE "  FOURS".
022800     05  FILLER PIC X(07) VALUE "  FIVES".
022900     05  FILLER PIC X(07) VALUE "  SIXES".
023000     05  FILLER PIC X(12) VALUE "  CHI-SQ".
023100 01  WS-FACE-DETAIL-LINE.
023200     05  FD-ID                   PIC X(08).
023300     05  FILLER                  PIC X(01) VALUE SPACES.
023400     05  FD-NAME                 PIC X(10).
023500     05  FD-DICE                 PIC Z(06)9.
023600     05  FD-FACE-GROUP OCCURS 6 TIMES.
023700         10  FILLER              PIC X(01).
023800         10  FD-FACE             PIC Z(05)9.
023900     05  FILLER                  PIC X(01) VALUE SPACES.
024000     05  FD-CHI-SQUARE           PIC ZZZ9.99.
024100     05  FILLER                  PIC X(01) VALUE SPACES.
024200     05  FD-FLAG                 PIC X(02).
024300     05  FILLER                  PIC X(01) VALUE SPACES.
024400 01  WS-PATTERN-COLUMN-LINE.
024500     05  FILLER PIC X(20) VALUE "PLAYER   NAME".
024600     05  FILLER PIC X(06) VALUE " ROLLS".
024700     05  FILLER PIC X(15) VALUE "   YACHT  (EXP)".
024800     05  FILLER PIC X(15) VALUE "  FULL H  (EXP)".
024900     05  FILLER PIC X(15) VALUE "  STRGHT  (EXP)".
025000     05  FILLER PIC X(09) VALUE SPACES.
025100 01  WS-PATTERN-DETAIL-LINE.
025200     05  PD-ID                   PIC X(08).
025300     05  FILLER                  PIC X(01) VALUE SPACES.
025400     05  PD-NAME                 PIC X(10).
025500     05  FILLER                  PIC X(01) VALUE SPACES.
025600     05  PD-ROLLS                PIC Z(05)9.
025700     05  PD-PATTERN-GROUP OCCURS 3 TIMES.
025800         10  FILLER              PIC X(02).
025900         10  PD-OBSERVED         PIC Z(05)9.
026000         10  FILLER              PIC X(01).
026100         10  PD-EXPECTED         PIC ZZZ9.9.
026200     05  FILLER                  PIC X(01) VALUE SPACES.
026300     05  PD-FLAG                 PIC X(02).
026400     05  FILLER                  PIC X(06) VALUE SPACES.
026500 01  WS-EXCP-COLUMN-LINE.
026600     05  FILLER PIC X(22) VALUE "PLAYER   NAME".
026700     05  FILLER PIC X(11) VALUE "TEST".
026800     05  FILLER PIC X(08) VALUE " SAMPLE".
026900     05  FILLER PIC X(08) VALUE "  VALUE".
027000     05  FILLER PIC X(06) VALUE "LIMIT".
027100     05  FILLER PIC X(25) VALUE "OBSERVED VS EXPECTED".
027200 01  WS-EXCP-DETAIL-LINE.
027300     05  EX-ID                   PIC X(08).
027400     05  FILLER                  PIC X(01) VALUE SPACES.
027500     05  EX-NAME                 PIC X(12).
027600     05  FILLER                  PIC X(01) VALUE SPACES.
027700     05  EX-TEST                 PIC X(10).
027800     05  FILLER                  PIC X(01) VALUE SPACES.
027900     05  EX-SAMPLE               PIC Z(06)9.
028000     05  FILLER                  PIC X(01) VALUE SPACES.
028100     05  EX-VALUE                PIC ZZZ9.99.
028200     05  FILLER                  PIC X(01) VALUE SPACES.
028300     05  EX-LIMIT                PIC Z9.99.
028400     05  FILLER                  PIC X(01) VALUE SPACES.
028500     05  EX-WHAT                 PIC X(06).
028600     05  FILLER                  PIC X(01) VALUE SPACES.
028700     05  EX-OBSERVED             PIC Z(05)9.
028800     05  EX-VS                   PIC X(04).
028900     05  EX-EXPECTED             PIC ZZZZ9.9.
029000 01  WS-COUNT-LINE.
029100     05  CT-LABEL                PIC X(30).
029200     05  CT-VALUE                PIC Z(06)9.
029300     05  FILLER                  PIC X(43) VALUE SPACES.
029400 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
029500 PROCEDURE DIVISION.
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE
029800     PERFORM 2000-TALLY-ROLL-FILE
029900     PERFORM 3000-TALLY-GAME-FILE
030000     IF NOT AN-INPUT-WAS-FOUND
030100         DISPLAY "YDICEAN: NEITHER ROLLFILE NOR GAMEFILE FOUND"
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF
030500     PERFORM 4000-SORT-PLAYERS
030600     PERFORM 5000-WRITE-OVERALL
030700     PERFORM 6000-WRITE-PLAYERS
030800     PERFORM 8000-WRITE-COUNTS
030900     PERFORM 9000-TERMINATE
031000     STOP RUN.
031100*----------------------------------------------------------------
031200* 1000-INITIALIZE
031300*----------------------------------------------------------------
031400 1000-INITIALIZE.
031410     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
031420     IF RUN-IS-HELD
031430         DISPLAY "YDICEAN: HELD - PREDECESSOR NOT CLEAN"
031440         MOVE 20 TO RETURN-CODE
031450         STOP RUN
031460     END-IF
031500     PERFORM 1100-READ-PARAMETER-CARD
031600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031700     INITIALIZE WS-SOURCE-TABLE
031800     MOVE "ROLLFILE" TO WS-SR-ID (1)
031900     MOVE "GAMEFILE" TO WS-SR-ID (2)
032000     MOVE "ALL" TO WS-SR-ID (3)
032100     OPEN INPUT PLAYER-REGISTER-FILE
032200     IF WS-REG-STATUS = "00"
032300         MOVE "Y" TO WS-REG-OPEN-FLAG
032400     ELSE
032500         DISPLAY "YDICEAN: NO PLAYREG - NAMES NOT PRINTED"
032600     END-IF
032700     ACCEPT WS-RUN-ID FROM TIME
032800     MOVE "S" TO WS-RUN-ENTRY-TYPE
032900     MOVE 0 TO WS-RUN-RECORD-COUNT
033000     MOVE 0 TO WS-RUN-RETURN-CODE
033100     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
033200             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
033300             WS-RUN-RETURN-CODE
033400     OPEN OUTPUT ANALYSIS-REPORT
033500     OPEN OUTPUT EXCEPTION-REPORT
033600     MOVE WS-RUN-DATE TO HD-RUN-DATE
033700     MOVE WS-HEADING-LINE TO ANALYSIS-LINE
033800     WRITE ANALYSIS-LINE
033900     MOVE WS-RUN-DATE TO HX-RUN-DATE
034000     MOVE WS-EXCP-HEADING-LINE TO EXCEPTION-LINE
034100     WRITE EXCEPTION-LINE
034200     MOVE WS-BLANK-LINE TO EXCEPTION-LINE
034300     WRITE EXCEPTION-LINE
034400     MOVE WS-EXCP-COLUMN-LINE TO EXCEPTION-LINE
034500     WRITE EXCEPTION-LINE.
034600*----------------------------------------------------------------
034700* 1100-READ-PARAMETER-CARD  --  no card, or a blank field, takes
034800*     the default; a field keyed wrong ends the run.
034900*----------------------------------------------------------------
035000 1100-READ-PARAMETER-CARD.
035100     OPEN INPUT PARAMETER-FILE
035200     IF WS-PARM-STATUS NOT = "00"
035300         DISPLAY "YDICEAN: NO DICEPARM - DEFAULTS TAKEN"
035400     ELSE
035500         READ PARAMETER-FILE
035600             AT END
035700                 MOVE SPACES TO PARAMETER-CARD
035800         END-READ
035900         CLOSE PARAMETER-FILE
036000         IF PARM-MINIMUM-DICE NOT = SPACES
036100             IF PARM-MINIMUM-DICE NOT NUMERIC
036200                 DISPLAY "YDICEAN: BAD MINIMUM DICE <"
036300                         PARM-MINIMUM-DICE ">"
036400                 MOVE 16 TO RETURN-CODE
036500                 STOP RUN
036600             END-IF
036700             MOVE PARM-MINIMUM-DICE TO WS-MINIMUM-DICE
036800         END-IF
036900         IF PARM-LEVEL NOT = SPACES
037000             MOVE PARM-LEVEL TO WS-LEVEL
037100         END-IF
037200     END-IF
037300     EVALUATE TRUE
037400         WHEN LEVEL-IS-ONE-PCT
037500             MOVE 15.09 TO WS-FACE-LIMIT
037600             MOVE 6.63 TO WS-PATTERN-LIMIT
037700         WHEN LEVEL-IS-FIVE-PCT
037800             MOVE 11.07 TO WS-FACE-LIMIT
037900             MOVE 3.84 TO WS-PATTERN-LIMIT
038000         WHEN OTHER
038100             DISPLAY "YDICEAN: BAD SIGNIFICANCE LEVEL <"
038200                     WS-LEVEL ">"
038300             MOVE 16 TO RETURN-CODE
038400             STOP RUN
038500     END-EVALUATE.
038600*----------------------------------------------------------------
038700* 2000-TALLY-ROLL-FILE  --  every ROLLFILE turn toward the
038800*     ROLLFILE and overall tallies.
038900*----------------------------------------------------------------
039000 2000-TALLY-ROLL-FILE.
039100     OPEN INPUT ROLL-FILE
039200     IF WS-ROLL-STATUS NOT = "00"
039300         DISPLAY "YDICEAN: NO ROLLFILE, STATUS " WS-ROLL-STATUS
039400     ELSE
039500         MOVE "Y" TO WS-INPUT-FOUND-FLAG
039600         MOVE "N" TO WS-EOF-SWITCH
039700         PERFORM 2100-TALLY-ONE-TURN UNTIL END-OF-INPUT-FILE
039800         CLOSE ROLL-FILE
039900     END-IF.
040000*----------------------------------------------------------------
040100* 2100-TALLY-ONE-TURN
040200*----------------------------------------------------------------
040300 2100-TALLY-ONE-TURN.
040400     READ ROLL-FILE
040500         AT END
040600             MOVE "Y" TO WS-EOF-SWITCH
040700         NOT AT END
040800             MOVE ROLL-RECORD TO BATCH-TRAILER-RECORD
040900             IF TRL-IS-TRAILER AND TRL-RECORD-COUNT NUMERIC
041000                 CONTINUE
041100             ELSE
041200                 ADD 1 TO WS-RUN-RECORD-COUNT
041300                 MOVE ROLL-DICE TO WS-DICE-WORK
041400                 PERFORM 7000-CLASSIFY-ROLL
041500                 IF ROLL-IS-GOOD
041600                     MOVE 1 TO WS-SOURCE-IDX
041700                     PERFORM 7100-ADD-TO-SOURCE
041800                 END-IF
041900             END-IF
042000     END-READ.
042100*----------------------------------------------------------------
042200* 3000-TALLY-GAME-FILE  --  every GAMEFILE detail toward the
042300*     GAMEFILE and overall tallies and to the player named on the
042400*     header before it.  A detail ahead of the first header counts
042500*     overall only.
042600*----------------------------------------------------------------
042700 3000-TALLY-GAME-FILE.
042800     OPEN INPUT GAME-FILE
042900     IF WS-GAME-STATUS NOT = "00"
043000         DISPLAY "YDICEAN: NO GAMEFILE, STATUS " WS-GAME-STATUS
043100     ELSE
043200         MOVE "Y" TO WS-INPUT-FOUND-FLAG
043300         MOVE "N" TO WS-EOF-SWITCH
043400         MOVE 0 TO WS-PLAYER-IDX
043500         PERFORM 3100-TALLY-ONE-GAME-RECORD
043600             UNTIL END-OF-INPUT-FILE
043700         CLOSE GAME-FILE
043800     END-IF.
043900*----------------------------------------------------------------
044000* 3100-TALLY-ONE-GAME-RECORD
044100*----------------------------------------------------------------
044200 3100-TALLY-ONE-GAME-RECORD.
044300     READ GAME-FILE
044400         AT END
044500             MOVE "Y" TO WS-EOF-SWITCH
044600         NOT AT END
044700             MOVE GAME-RECORD TO BATCH-TRAILER-RECORD
044800             EVALUATE TRUE
044900                 WHEN TRL-IS-TRAILER AND TRL-RECORD-COUNT NUMERIC
045000                     CONTINUE
045100                 WHEN GAME-IS-HEADER
045200                     MOVE GAME-PLAYER-ID TO WS-PLAYER-ID
045300                     PERFORM 3200-FIND-PLAYER
045400                 WHEN GAME-IS-DETAIL
045500                     PERFORM 3300-TALLY-GAME-DETAIL
045600                 WHEN OTHER
045700                     CONTINUE
045800             END-EVALUATE
045900     END-READ.
046000*----------------------------------------------------------------
046100* 3200-FIND-PLAYER  --  the player's slot, opened on first sight.
046200*----------------------------------------------------------------
046300 3200-FIND-PLAYER.
046400     PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
046500             UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
046600             OR WS-PT-ID (WS-PLAYER-IDX) = WS-PLAYER-ID
046700         CONTINUE
046800     END-PERFORM
046900     IF WS-PLAYER-IDX > WS-PLAYER-COUNT
047000         IF WS-PLAYER-COUNT >= 200
047100             DISPLAY "YDICEAN: PLAYER TABLE FULL AT 200"
047200             MOVE 16 TO RETURN-CODE
047300             STOP RUN
047400         END-IF
047500         ADD 1 TO WS-PLAYER-COUNT
047600         MOVE WS-PLAYER-COUNT TO WS-PLAYER-IDX
047700         INITIALIZE WS-PLAYER-TALLY (WS-PLAYER-IDX)
047800         MOVE WS-PLAYER-ID TO WS-PT-ID (WS-PLAYER-IDX)
047900     END-IF.
048000*----------------------------------------------------------------
048100* 3300-TALLY-GAME-DETAIL
048200*----------------------------------------------------------------
048300 3300-TALLY-GAME-DETAIL.
048400     ADD 1 TO WS-RUN-RECORD-COUNT
048500     MOVE GAME-DICE TO WS-DICE-WORK
048600     PERFORM 7000-CLASSIFY-ROLL
048700     IF ROLL-IS-GOOD
048800         MOVE 2 TO WS-SOURCE-IDX
048900         PERFORM 7100-ADD-TO-SOURCE
049000         IF WS-PLAYER-IDX > 0
049100             PERFORM 7200-ADD-TO-PLAYER
049200         ELSE
049300             ADD 1 TO WS-ORPHAN-COUNT
049400         END-IF
049500     END-IF.
049600*----------------------------------------------------------------
049700* 4000-SORT-PLAYERS  --  bubble sort of the player tallies into
049800*     player id order.
049900*----------------------------------------------------------------
050000 4000-SORT-PLAYERS.
050100     MOVE "Y" TO WS-SORT-SWAPPED
050200     PERFORM 4100-SORT-PASS UNTIL NOT SORT-PASS-SWAPPED.
050300*----------------------------------------------------------------
050400* 4100-SORT-PASS
050500*----------------------------------------------------------------
050600 4100-SORT-PASS.
050700     MOVE "N" TO WS-SORT-SWAPPED
050800     PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
050900             UNTIL WS-SORT-IDX >= WS-PLAYER-COUNT
051000         IF WS-PT-ID (WS-SORT-IDX) > WS-PT-ID (WS-SORT-IDX + 1)
051100             PERFORM 4200-SWAP-ENTRIES
051200         END-IF
051300     END-PERFORM.
051400*----------------------------------------------------------------
051500* 4200-SWAP-ENTRIES
051600*----------------------------------------------------------------
051700 4200-SWAP-ENTRIES.
051800     MOVE WS-PLAYER-TALLY (WS-SORT-IDX) TO WS-SWAP-TALLY
051900     MOVE WS-PLAYER-TALLY (WS-SORT-IDX + 1)
052000             TO WS-PLAYER-TALLY (WS-SORT-IDX)
052100     MOVE WS-SWAP-TALLY TO WS-PLAYER-TALLY (WS-SORT-IDX + 1)
052200     MOVE "Y" TO WS-SORT-SWAPPED.
052300*----------------------------------------------------------------
052400* 5000-WRITE-OVERALL  --  the three source tallies, faces then
052500*     patterns, each pattern against its single-throw odds.  A
052510*     face count out of line goes to DICEEXCP as well.
052600*----------------------------------------------------------------
052700 5000-WRITE-OVERALL.
052800     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
052900     WRITE ANALYSIS-LINE
053000     MOVE "FACE COUNTS - OVERALL" TO SL-TEXT
053100     MOVE WS-SECTION-LINE TO ANALYSIS-LINE
053200     WRITE ANALYSIS-LINE
053300     MOVE WS-FACE-COLUMN-LINE TO ANALYSIS-LINE
053400     WRITE ANALYSIS-LINE
053500     PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
053600             UNTIL WS-SOURCE-IDX > 3
053700         MOVE WS-SOURCE-TALLY (WS-SOURCE-IDX) TO WS-WORK-TALLY
053800         PERFORM 7300-TEST-FACES
053900         MOVE SPACES TO WS-NAME-WORK
054000         MOVE SPACES TO WS-FLAG-WORK
054100         IF WS-DICE-COUNT >= WS-MINIMUM-DICE
054200             AND WS-CHI-SQUARE > WS-FACE-LIMIT
054300             MOVE "**" TO WS-FLAG-WORK
054350             PERFORM 5100-LIST-OVERALL-EXCEPTION
054400         END-IF
054500         PERFORM 7500-WRITE-FACE-DETAIL
054600     END-PERFORM
054700     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
054800     WRITE ANALYSIS-LINE
054900     MOVE "PATTERNS - OVERALL, EXPECTED ON ONE THROW OF FAIR DICE"
055000             TO SL-TEXT
055100     MOVE WS-SECTION-LINE TO ANALYSIS-LINE
055200     WRITE ANALYSIS-LINE
055300     MOVE WS-PATTERN-COLUMN-LINE TO ANALYSIS-LINE
055400     WRITE ANALYSIS-LINE
055500     PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
055600             UNTIL WS-SOURCE-IDX > 3
055700         MOVE WS-SOURCE-TALLY (WS-SOURCE-IDX) TO WS-WORK-TALLY
055800         MOVE SPACES TO WS-PATTERN-DETAIL-LINE
055900         MOVE WS-WT-ID TO PD-ID
056000         MOVE WS-WT-ROLLS TO PD-ROLLS
056100         PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
056200                 UNTIL WS-PATTERN-IDX > 3
056300             MOVE WS-WT-PATTERN (WS-PATTERN-IDX)
056400                     TO PD-OBSERVED (WS-PATTERN-IDX)
056500             COMPUTE PD-EXPECTED (WS-PATTERN-IDX) ROUNDED =
056600                 WS-WT-ROLLS * WS-FAIR-RATE (WS-PATTERN-IDX)
056700         END-PERFORM
056800         MOVE WS-PATTERN-DETAIL-LINE TO ANALYSIS-LINE
056900         WRITE ANALYSIS-LINE
057000     END-PERFORM.
057010*----------------------------------------------------------------
057020* 5100-LIST-OVERALL-EXCEPTION  --  one source's face count out
057030*     of line, listed on DICEEXCP under OVERALL with the face
057040*     furthest from its expected count.
057050*----------------------------------------------------------------
057060 5100-LIST-OVERALL-EXCEPTION.
057065     MOVE SPACES TO WS-EXCP-DETAIL-LINE
057070     MOVE "FACES" TO EX-TEST
057075     MOVE WS-DICE-COUNT TO EX-SAMPLE
057080     MOVE WS-CHI-SQUARE TO EX-VALUE
057082     MOVE WS-FACE-LIMIT TO EX-LIMIT
057084     MOVE WS-FACE-NAME (WS-WIDEST-FACE) TO EX-WHAT
057086     MOVE WS-WT-FACE (WS-WIDEST-FACE) TO EX-OBSERVED
057088     COMPUTE EX-EXPECTED ROUNDED = WS-DICE-COUNT / 6
057090     MOVE "OVERALL" TO WS-NAME-WORK
057092     PERFORM 7700-WRITE-EXCEPTION
057094     MOVE SPACES TO WS-NAME-WORK.
057100*----------------------------------------------------------------
057200* 6000-WRITE-PLAYERS  --  each player's face test and pattern
057300*     tests, exceptions to DICEEXCP as they are found.
057400*----------------------------------------------------------------
057500 6000-WRITE-PLAYERS.
057600     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
057700     WRITE ANALYSIS-LINE
057800     MOVE "FACE COUNTS - BY PLAYER, GAMEFILE" TO SL-TEXT
057900     MOVE WS-SECTION-LINE TO ANALYSIS-LINE
058000     WRITE ANALYSIS-LINE
058100     MOVE WS-FACE-COLUMN-LINE TO ANALYSIS-LINE
058200     WRITE ANALYSIS-LINE
058300     PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
058400             UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
058500         PERFORM 6100-TEST-PLAYER-FACES
058600     END-PERFORM
058700     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
058800     WRITE ANALYSIS-LINE
058900     MOVE
059000         "PATTERNS - BY PLAYER, EXPECTED AT GAMEFILE FIELD RATE"
059100             TO SL-TEXT
059200     MOVE WS-SECTION-LINE TO ANALYSIS-LINE
059300     WRITE ANALYSIS-LINE
059400     MOVE WS-PATTERN-COLUMN-LINE TO ANALYSIS-LINE
059500     WRITE ANALYSIS-LINE
059600     PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
059700             UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
059800         PERFORM 6200-TEST-PLAYER-PATTERNS
059900     END-PERFORM.
060000*----------------------------------------------------------------
060100* 6100-TEST-PLAYER-FACES  --  a player short of the minimum dice
060200*     is printed but not tested (--); one past the limit is
060300*     flagged (**) and listed with the face furthest from its
060400*     expected count.
060500*----------------------------------------------------------------
060600 6100-TEST-PLAYER-FACES.
060700     MOVE WS-PLAYER-TALLY (WS-PLAYER-IDX) TO WS-WORK-TALLY
060800     PERFORM 7600-LOOK-UP-NAME
060900     PERFORM 7300-TEST-FACES
061000     MOVE SPACES TO WS-FLAG-WORK
061100     IF WS-DICE-COUNT < WS-MINIMUM-DICE
061200         MOVE "--" TO WS-FLAG-WORK
061300         ADD 1 TO WS-UNTESTED-COUNT
061400     ELSE
061500         IF WS-CHI-SQUARE > WS-FACE-LIMIT
061600             MOVE "**" TO WS-FLAG-WORK
061700             MOVE SPACES TO WS-EXCP-DETAIL-LINE
061800             MOVE "FACES" TO EX-TEST
061900             MOVE WS-DICE-COUNT TO EX-SAMPLE
062000             MOVE WS-CHI-SQUARE TO EX-VALUE
062100             MOVE WS-FACE-LIMIT TO EX-LIMIT
062200             MOVE WS-FACE-NAME (WS-WIDEST-FACE) TO EX-WHAT
062300             MOVE WS-WT-FACE (WS-WIDEST-FACE) TO EX-OBSERVED
062400             COMPUTE EX-EXPECTED ROUNDED = WS-DICE-COUNT / 6
062500             PERFORM 7700-WRITE-EXCEPTION
062600         END-IF
062700     END-IF
062800     PERFORM 7500-WRITE-FACE-DETAIL.
062900*----------------------------------------------------------------
063000* 6200-TEST-PLAYER-PATTERNS  --  each pattern against the rate
063100*     the GAMEFILE field rolled it at.
063200*----------------------------------------------------------------
063300 6200-TEST-PLAYER-PATTERNS.
063400     MOVE WS-PLAYER-TALLY (WS-PLAYER-IDX) TO WS-WORK-TALLY
063500     PERFORM 7600-LOOK-UP-NAME
063600     MOVE SPACES TO WS-PATTERN-DETAIL-LINE
063700     MOVE WS-WT-ID TO PD-ID
063800     MOVE WS-NAME-WORK TO PD-NAME
063900     MOVE WS-WT-ROLLS TO PD-ROLLS
064000     MOVE SPACES TO WS-FLAG-WORK
064100     PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
064200             UNTIL WS-PATTERN-IDX > 3
064300         PERFORM 6210-TEST-ONE-PATTERN
064400     END-PERFORM
064500     MOVE WS-FLAG-WORK TO PD-FLAG
064600     MOVE WS-PATTERN-DETAIL-LINE TO ANALYSIS-LINE
064700     WRITE ANALYSIS-LINE.
064800*----------------------------------------------------------------
064900* 6210-TEST-ONE-PATTERN  --  chi-square on one degree of freedom,
065000*     pattern against no pattern:
065100*         (O - E) squared x N / (E x (N - E))
065200*----------------------------------------------------------------
065300 6210-TEST-ONE-PATTERN.
065400     MOVE WS-WT-PATTERN (WS-PATTERN-IDX)
065500             TO PD-OBSERVED (WS-PATTERN-IDX)
065600     MOVE 0 TO WS-FIELD-RATE
065700     IF WS-SR-ROLLS (2) > 0
065800         COMPUTE WS-FIELD-RATE ROUNDED =
065900             WS-SR-PATTERN (2 WS-PATTERN-IDX) / WS-SR-ROLLS (2)
066000     END-IF
066100     COMPUTE WS-EXPECTED ROUNDED = WS-WT-ROLLS * WS-FIELD-RATE
066200     MOVE WS-EXPECTED TO PD-EXPECTED (WS-PATTERN-IDX)
066300     IF WS-EXPECTED >= WS-MINIMUM-EXPECTED
066400         AND WS-WT-ROLLS - WS-EXPECTED >= WS-MINIMUM-EXPECTED
066500         COMPUTE WS-DEVIATION =
066600             WS-WT-PATTERN (WS-PATTERN-IDX) - WS-EXPECTED
066700         COMPUTE WS-CHI-SQUARE ROUNDED =
066800             (WS-DEVIATION * WS-DEVIATION * WS-WT-ROLLS) /
066900             (WS-EXPECTED * (WS-WT-ROLLS - WS-EXPECTED))
067000         IF WS-CHI-SQUARE > WS-PATTERN-LIMIT
067100             MOVE "**" TO WS-FLAG-WORK
067200             MOVE SPACES TO WS-EXCP-DETAIL-LINE
067300             MOVE WS-PATTERN-NAME (WS-PATTERN-IDX) TO EX-TEST
067400             MOVE WS-WT-ROLLS TO EX-SAMPLE
067500             MOVE WS-CHI-SQUARE TO EX-VALUE
067600             MOVE WS-PATTERN-LIMIT TO EX-LIMIT
067700             MOVE WS-WT-PATTERN (WS-PATTERN-IDX) TO EX-OBSERVED
067800             MOVE WS-EXPECTED TO EX-EXPECTED
067900             PERFORM 7700-WRITE-EXCEPTION
068000         END-IF
068100     END-IF.
068200*----------------------------------------------------------------
068300* 7000-CLASSIFY-ROLL  --  WS-DICE-WORK into face counts and the
068400*     three patterns; a die that is not 1-6 spoils the roll.
068500*----------------------------------------------------------------
068600 7000-CLASSIFY-ROLL.
068700     MOVE "Y" TO WS-ROLL-OK-FLAG
068800     MOVE ZEROS TO WS-ROLL-FACE-TABLE
068900     MOVE ZEROS TO WS-ROLL-PATTERNS
069000     PERFORM VARYING WS-DIE-IDX FROM 1 BY 1
069100             UNTIL WS-DIE-IDX > 5
069200         IF WS-DIE (WS-DIE-IDX) < "1" OR WS-DIE (WS-DIE-IDX) > "6"
069300             MOVE "N" TO WS-ROLL-OK-FLAG
069400         ELSE
069500             MOVE WS-DIE (WS-DIE-IDX) TO WS-DIE-VALUE
069600             ADD 1 TO WS-ROLL-FACE (WS-DIE-VALUE)
069700         END-IF
069800     END-PERFORM
069900     IF NOT ROLL-IS-GOOD
070000         ADD 1 TO WS-SKIPPED-COUNT
070100     ELSE
070200         MOVE "N" TO WS-ROLL-PAIR-SEEN
070300         MOVE "N" TO WS-ROLL-THREE-SEEN
070400         MOVE "N" TO WS-ROLL-REPEAT-SEEN
070500         PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
070600                 UNTIL WS-FACE-IDX > 6
070700             EVALUATE WS-ROLL-FACE (WS-FACE-IDX)
070800                 WHEN 5
070900                     MOVE 1 TO WS-ROLL-YACHT
071000                 WHEN 3
071100                     MOVE "Y" TO WS-ROLL-THREE-SEEN
071200                 WHEN 2
071300                     MOVE "Y" TO WS-ROLL-PAIR-SEEN
071400             END-EVALUATE
071500             IF WS-ROLL-FACE (WS-FACE-IDX) > 1
071600                 MOVE "Y" TO WS-ROLL-REPEAT-SEEN
071700             END-IF
071800         END-PERFORM
071900         IF WS-ROLL-THREE-SEEN = "Y" AND WS-ROLL-PAIR-SEEN = "Y"
072000             MOVE 1 TO WS-ROLL-FULL-HOUSE
072100         END-IF
072200         IF WS-ROLL-REPEAT-SEEN = "N"
072300             AND (WS-ROLL-FACE (1) = 0 OR WS-ROLL-FACE (6) = 0)
072400             MOVE 1 TO WS-ROLL-STRAIGHT
072500         END-IF
072600     END-IF.
072700*----------------------------------------------------------------
072800* 7100-ADD-TO-SOURCE  --  the classified roll into its source
072900*     tally and the overall tally.
073000*----------------------------------------------------------------
073100 7100-ADD-TO-SOURCE.
073200     ADD 1 TO WS-SR-ROLLS (WS-SOURCE-IDX)
073300     ADD 1 TO WS-SR-ROLLS (3)
073400     PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
073500             UNTIL WS-FACE-IDX > 6
073600         ADD WS-ROLL-FACE (WS-FACE-IDX)
073700                 TO WS-SR-FACE (WS-SOURCE-IDX WS-FACE-IDX)
073800         ADD WS-ROLL-FACE (WS-FACE-IDX)
073900                 TO WS-SR-FACE (3 WS-FACE-IDX)
074000     END-PERFORM
074100     ADD WS-ROLL-YACHT TO WS-SR-PATTERN (WS-SOURCE-IDX 1)
074200     ADD WS-ROLL-FULL-HOUSE TO WS-SR-PATTERN (WS-SOURCE-IDX 2)
074300     ADD WS-ROLL-STRAIGHT TO WS-SR-PATTERN (WS-SOURCE-IDX 3)
074400     ADD WS-ROLL-YACHT TO WS-SR-PATTERN (3 1)
074500     ADD WS-ROLL-FULL-HOUSE TO WS-SR-PATTERN (3 2)
074600     ADD WS-ROLL-STRAIGHT TO WS-SR-PATTERN (3 3).
074700*----------------------------------------------------------------
074800* 7200-ADD-TO-PLAYER
074900*----------------------------------------------------------------
075000 7200-ADD-TO-PLAYER.
075100     ADD 1 TO WS-PT-ROLLS (WS-PLAYER-IDX)
075200     PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
075300             UNTIL WS-FACE-IDX > 6
075400         ADD WS-ROLL-FACE (WS-FACE-IDX)
075500                 TO WS-PT-FACE (WS-PLAYER-IDX WS-FACE-IDX)
075600     END-PERFORM
075700     ADD WS-ROLL-YACHT TO WS-PT-PATTERN (WS-PLAYER-IDX 1)
075800     ADD WS-ROLL-FULL-HOUSE TO WS-PT-PATTERN (WS-PLAYER-IDX 2)
075900     ADD WS-ROLL-STRAIGHT TO WS-PT-PATTERN (WS-PLAYER-IDX 3).
076000*----------------------------------------------------------------
076100* 7300-TEST-FACES  --  chi-square of the six face counts in
076200*     WS-WORK-TALLY against fair dice, one sixth of the dice
076300*     expected on each face; notes the face furthest from it.
076400*----------------------------------------------------------------
076500 7300-TEST-FACES.
076600     COMPUTE WS-DICE-COUNT = WS-WT-ROLLS * 5
076700     MOVE 0 TO WS-CHI-SQUARE
076800     MOVE 0 TO WS-WIDEST-DEVIATION
076900     MOVE 1 TO WS-WIDEST-FACE
077000     IF WS-DICE-COUNT > 0
077100         COMPUTE WS-EXPECTED ROUNDED = WS-DICE-COUNT / 6
077200         PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
077300                 UNTIL WS-FACE-IDX > 6
077400             COMPUTE WS-DEVIATION =
077500                 WS-WT-FACE (WS-FACE-IDX) - WS-EXPECTED
077600             COMPUTE WS-CHI-SQUARE ROUNDED = WS-CHI-SQUARE +
077700                 (WS-DEVIATION * WS-DEVIATION) / WS-EXPECTED
077800             IF WS-DEVIATION < 0
077900                 MULTIPLY -1 BY WS-DEVIATION
078000             END-IF
078100             IF WS-DEVIATION > WS-WIDEST-DEVIATION
078200                 MOVE WS-DEVIATION TO WS-WIDEST-DEVIATION
078300                 MOVE WS-FACE-IDX TO WS-WIDEST-FACE
078400             END-IF
078500         END-PERFORM
078600     END-IF.
078700*----------------------------------------------------------------
078800* 7500-WRITE-FACE-DETAIL  --  WS-WORK-TALLY's face line, with
078900*     the name and flag already in WS-NAME-WORK and WS-FLAG-WORK.
079000*----------------------------------------------------------------
079100 7500-WRITE-FACE-DETAIL.
079200     MOVE SPACES TO WS-FACE-DETAIL-LINE
079300     MOVE WS-WT-ID TO FD-ID
079400     MOVE WS-NAME-WORK TO FD-NAME
079500     MOVE WS-DICE-COUNT TO FD-DICE
079600     PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
079700             UNTIL WS-FACE-IDX > 6
079800         MOVE WS-WT-FACE (WS-FACE-IDX) TO FD-FACE (WS-FACE-IDX)
079900     END-PERFORM
080000     MOVE WS-CHI-SQUARE TO FD-CHI-SQUARE
080100     MOVE WS-FLAG-WORK TO FD-FLAG
080200     MOVE WS-FACE-DETAIL-LINE TO ANALYSIS-LINE
080300     WRITE ANALYSIS-LINE.
080400*----------------------------------------------------------------
080500* 7600-LOOK-UP-NAME  --  the registered name for WS-WT-ID.
080600*----------------------------------------------------------------
080700 7600-LOOK-UP-NAME.
080800     MOVE SPACES TO WS-NAME-WORK
080900     IF REGISTER-WAS-OPENED
081000         MOVE WS-WT-ID TO REG-PLAYER-ID
081100         READ PLAYER-REGISTER-FILE
081200             INVALID KEY
081300                 MOVE "NOT REGISTERED" TO WS-NAME-WORK
081400             NOT INVALID KEY
081500                 MOVE REG-PLAYER-NAME TO WS-NAME-WORK
081600         END-READ
081700     END-IF.
081800*----------------------------------------------------------------
081900* 7700-WRITE-EXCEPTION  --  the rest of the detail line is built
082000*     by the caller.
082100*----------------------------------------------------------------
082200 7700-WRITE-EXCEPTION.
082300     MOVE WS-WT-ID TO EX-ID
082400     MOVE WS-NAME-WORK TO EX-NAME
082500     MOVE " VS " TO EX-VS
082600     MOVE WS-EXCP-DETAIL-LINE TO EXCEPTION-LINE
082700     WRITE EXCEPTION-LINE
082800     ADD 1 TO WS-EXCEPTION-COUNT.
082900*----------------------------------------------------------------
083000* 8000-WRITE-COUNTS  --  totals and the legend on DICERPT; a
083100*     clean night says so on DICEEXCP.
083200*----------------------------------------------------------------
083300 8000-WRITE-COUNTS.
083400     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
083500     WRITE ANALYSIS-LINE
083600     MOVE
083700         "** OUT OF LINE - SEE DICEEXCP   -- TOO FEW DICE TO TEST"
083800             TO SL-TEXT
083900     MOVE WS-SECTION-LINE TO ANALYSIS-LINE
084000     WRITE ANALYSIS-LINE
084100     MOVE WS-BLANK-LINE TO ANALYSIS-LINE
084200     WRITE ANALYSIS-LINE
084300     MOVE "ROLLS READ" TO CT-LABEL
084400     MOVE WS-RUN-RECORD-COUNT TO CT-VALUE
084500     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
084600     WRITE ANALYSIS-LINE
084700     MOVE "ROLLS SKIPPED - DIE NOT 1-6" TO CT-LABEL
084800     MOVE WS-SKIPPED-COUNT TO CT-VALUE
084900     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
085000     WRITE ANALYSIS-LINE
085100     MOVE "ROLLS BEFORE FIRST HEADER" TO CT-LABEL
085200     MOVE WS-ORPHAN-COUNT TO CT-VALUE
085300     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
085400     WRITE ANALYSIS-LINE
085500     MOVE "PLAYERS ANALYSED" TO CT-LABEL
085600     MOVE WS-PLAYER-COUNT TO CT-VALUE
085700     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
085800     WRITE ANALYSIS-LINE
085900     MOVE "PLAYERS TOO FEW DICE TO TEST" TO CT-LABEL
086000     MOVE WS-UNTESTED-COUNT TO CT-VALUE
086100     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
086200     WRITE ANALYSIS-LINE
086300     MOVE "EXCEPTIONS LISTED" TO CT-LABEL
086400     MOVE WS-EXCEPTION-COUNT TO CT-VALUE
086500     MOVE WS-COUNT-LINE TO ANALYSIS-LINE
086600     WRITE ANALYSIS-LINE
086700     IF WS-EXCEPTION-COUNT = 0
086800         MOVE "NO PLAYER OUT OF LINE" TO SL-TEXT
086900         MOVE WS-SECTION-LINE TO EXCEPTION-LINE
087000         WRITE EXCEPTION-LINE
087100     END-IF
087200     DISPLAY "YDICEAN: " WS-RUN-RECORD-COUNT " ROLLS READ, "
087300             WS-EXCEPTION-COUNT " EXCEPTIONS".
087400*----------------------------------------------------------------
087500* 9000-TERMINATE
087600*----------------------------------------------------------------
087700 9000-TERMINATE.
087800     IF REGISTER-WAS-OPENED
087900         CLOSE PLAYER-REGISTER-FILE
088000     END-IF
088100     CLOSE ANALYSIS-REPORT
088200     CLOSE EXCEPTION-REPORT
088300     MOVE "E" TO WS-RUN-ENTRY-TYPE
088400     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
088500     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
088600             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
088700             WS-RUN-RETURN-CODE.
