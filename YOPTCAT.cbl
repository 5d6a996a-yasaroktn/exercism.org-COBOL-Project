000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YOPTCAT.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YOPTCAT  --  post-game "points left on the table" analysis of
000900*              each scorecard's category assignment.
001000*
001100* Reads the night's GAMEFILE after YACHTSC has scored it - each
001200* game a header carrying the player id and twelve details, one
001300* roll per category - and works out, for every game, the best
001400* assignment the player could have made of the same twelve rolls
001500* to the twelve categories, the upper-section bonus at 63
001600* included.  Every roll is scored against every category through
001700* YSCORE, so the rules used are the scorers' own; the entries it
001800* journals carry this run's id.  The best assignment is found
001900* exactly, by working through every set of categories the rolls
002000* taken so far could fill, for every upper subtotal up to 63.
002100* Among the assignments that reach the best total the one that
002200* leaves the most rolls where the player put them is shown, so
002300* only the rolls that truly had to move are listed.
002400*
002500* OPTRPT lists each game with its actual grand total off GAMEHIST,
002600* the best achievable total and the difference, and under it each
002700* roll that should have gone to another category - where it was
002800* played and what it scored there, where it belonged and what it
002900* would have scored.  A game is matched to GAMEHIST as the
003000* player's next as-scored scorecard game of the night, in file
003100* order; a game with no GAMEHIST record (refused by YACHTSC), or
003200* whose details are not one valid roll for each of the twelve
003300* categories, is listed as not analysed.  A game not analysed
003310* still claims its GAMEHIST record - YACHTSC writes one for any
003320* game it did not refuse - so the player's later games that
003330* night are matched to their own totals.
003400*
003500* Every game analysed is appended to OPTHIST (OPTREC) - actual and
003600* best totals, points lost and the categories that held a roll
003700* belonging elsewhere - and the report closes with a season
003800* summary off OPTHIST: for each player the games analysed, the
003900* average points lost per game, how many games each category held
004000* a misplaced roll, and the category misplaced most often.  A
004100* night already on OPTHIST is reported again but not added again,
004200* so a rerun cannot double the season figures.
004300*
004400* OPTPRM, one card: columns 1-8 the date the current season
004500* started, CCYYMMDD, as on ADJPARM; columns 9-16 the date the
004600* GAMEFILE was scored, CCYYMMDD, blank meaning today - the date
004700* YACHTSC stamped on GAMEHIST.  A missing or bad card, or a
004800* missing GAMEFILE or GAMEHIST, ends the run with RETURN-CODE 16;
004900* a run with any game not analysed ends with RETURN-CODE 4.
005000*
005100* MODIFICATION HISTORY
005200*   2026-10-15  TSG  Initial version.
005300*=================================================================
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT PARAMETER-FILE ASSIGN TO "OPTPRM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PARM-STATUS.
006000     SELECT GAME-FILE ASSIGN TO "GAMEFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-GAME-STATUS.
006300     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-GHIST-STATUS.
006600     SELECT ANALYSIS-HISTORY-FILE ASSIGN TO "OPTHIST"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-OPT-STATUS.
006900     SELECT ANALYSIS-REPORT ASSIGN TO "OPTRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARAMETER-FILE.
007500 01  PARAMETER-CARD.
007600     05  PARM-SEASON-START       PIC X(08).
007700     05  PARM-GAME-DATE          PIC X(08).
007800     05  FILLER                  PIC X(64).
007900 FD  GAME-FILE.
008000 COPY GAMEREC.
008100 FD  GAME-HISTORY-FILE.
008200 COPY GHREC.
008300 FD  ANALYSIS-HISTORY-FILE.
008400 COPY OPTREC.
008500 FD  ANALYSIS-REPORT.
008600 01  ANALYSIS-REPORT-LINE        PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 01  WS-PARM-STATUS              PIC X(02).
008900 01  WS-GAME-STATUS              PIC X(02).
009000 01  WS-GHIST-STATUS             PIC X(02).
009100 01  WS-OPT-STATUS               PIC X(02).
009200 01  WS-REPORT-STATUS            PIC X(02).
009300 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009400     88  END-OF-GAME-FILE               VALUE "Y".
009500 01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
009600     88  END-OF-SCAN                    VALUE "Y".
009700 01  WS-GAME-SWITCH              PIC X(01) VALUE "N".
009800     88  GAME-IN-PROGRESS               VALUE "Y".
009900 01  WS-GAME-OK-FLAG             PIC X(01).
010000     88  GAME-CAN-BE-ANALYSED           VALUE "Y".
010100 01  WS-NIGHT-FLAG               PIC X(01) VALUE "N".
010200     88  NIGHT-ALREADY-ANALYSED         VALUE "Y".
010300 01  WS-FOUND-FLAG               PIC X(01).
010400     88  SLOT-WAS-FOUND                 VALUE "Y".
010500 01  WS-VALID-FLAG               PIC X(01).
010600     88  TURN-IS-VALID                  VALUE "Y".
010700 01  WS-REASON-CODE              PIC 9(02).
010800 01  WS-SKIP-REASON              PIC X(25).
010900 01  WS-SEASON-START             PIC 9(08) VALUE 0.
011000 01  WS-GAME-DATE                PIC 9(08) VALUE 0.
011100 01  WS-PLAYER-ID                PIC X(08).
011200 01  WS-GAME-SEQ                 PIC 9(04) VALUE 0.
011300 01  WS-CATEGORY-SCORE           PIC 9(02).
011400 01  WS-CAT-IDX                  PIC 9(02) COMP.
011500 01  WS-ROLL-IDX                 PIC 9(02) COMP.
011600 01  WS-SCAN-SUB                 PIC 9(04) COMP.
011700 01  WS-PLAYER-SUB               PIC 9(04) COMP.
011800 01  WS-WORK-MASK                PIC 9(04) COMP.
011900 01  WS-BIT-REMAINDER            PIC 9(01) COMP.
012000 01  WS-ACTUAL-TOTAL             PIC 9(04).
012100 01  WS-PLAYED-TOTAL             PIC 9(04).
012200 01  WS-PLAYED-UPPER             PIC 9(03).
012300     88  PLAYED-EARNED-BONUS            VALUE 63 THRU 999.
012400 01  WS-BEST-TOTAL               PIC 9(04).
012500 01  WS-POINTS-LOST              PIC 9(04).
012600 01  WS-AGREE-COUNT              PIC 9(02).
012700 01  WS-AVERAGE-LOST             PIC 9(03)V99.
012800 01  WS-WORST-COUNT              PIC 9(04).
012900 01  WS-GAMES-READ               PIC 9(06) VALUE 0.
013000 01  WS-GAMES-ANALYSED           PIC 9(06) VALUE 0.
013100 01  WS-GAMES-SKIPPED            PIC 9(06) VALUE 0.
013200 01  WS-ORPHAN-COUNT             PIC 9(06) VALUE 0.
013300 01  WS-LOST-TOTAL               PIC 9(06) VALUE 0.
013400 01  WS-JRNL-FUNCTION            PIC X(01).
013500 01  WS-JRNL-ENTRY               PIC X(60) VALUE SPACES.
013600 01  WS-JRNL-ENTRY-COUNT         PIC 9(08) VALUE 0.
013700 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
013800 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YOPTCAT".
013900 01  WS-RUN-ENTRY-TYPE           PIC X(01).
014000 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
014100 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
014200 01  WS-GATE-RESULT              PIC X(01).
014300     88  RUN-IS-HELD                    VALUE "H".
014400*----------------------------------------------------------------
014500* The batch control trailer the clubhouse PC keys as the last
014600* GAMEFILE record, held here so each record read can be tested
014700* against the trailer layout.
014800*----------------------------------------------------------------
014900 COPY TRLREC.
015000*----------------------------------------------------------------
015100* The twelve standard categories, in scorecard order, with the
015200* two-character code the season summary heads its columns with.
015300* Category 1-6 (ONES..SIXES) make up the upper section.
015400*----------------------------------------------------------------
015500 01  WS-CATEGORY-NAMES.
015600     05  FILLER PIC X(17) VALUE "ONES           1S".
015700     05  FILLER PIC X(17) VALUE "TWOS           2S".
015800     05  FILLER PIC X(17) VALUE "THREES         3S".
015900     05  FILLER PIC X(17) VALUE "FOURS          4S".
016000     05  FILLER PIC X(17) VALUE "FIVES          5S".
016100     05  FILLER PIC X(17) VALUE "SIXES          6S".
016200     05  FILLER PIC X(17) VALUE "FULL HOUSE     FH".
016300     05  FILLER PIC X(17) VALUE "FOUR OF A KIND 4K".
016400     05  FILLER PIC X(17) VALUE "LITTLE STRAIGHTLS".
016500     05  FILLER PIC X(17) VALUE "BIG STRAIGHT   BS".
016600     05  FILLER PIC X(17) VALUE "CHOICE         CH".
016700     05  FILLER PIC X(17) VALUE "YACHT          YA".
016800 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
016900     05  WS-CAT-ENTRY OCCURS 12 TIMES.
017000         10  WS-CAT-NAME         PIC X(15).
017100         10  WS-CAT-CODE         PIC X(02).
017200*----------------------------------------------------------------
017300* The game being analysed: each roll as keyed, the category the
017400* player called it against and the category the best assignment
017500* gives it, and what the roll scores in each of the twelve
017600* categories.  The weight is the score times 16, plus one where
017700* the category is the one the player chose, so that among equal
017800* totals the search keeps the most rolls where they were played.
017900*----------------------------------------------------------------
018000 01  WS-ROLL-COUNT               PIC 9(02) COMP VALUE 0.
018100 01  WS-ROLL-TABLE.
018200     05  WS-ROLL-ENTRY OCCURS 12 TIMES.
018300         10  WS-RO-DICE          PIC 9(05).
018400         10  WS-RO-PLAYED        PIC 9(02) COMP.
018500         10  WS-RO-BEST          PIC 9(02) COMP.
018600         10  WS-RO-SCORE         PIC 9(02) OCCURS 12 TIMES.
018700         10  WS-RO-WEIGHT        PIC 9(04) COMP OCCURS 12 TIMES.
018800 01  WS-CALLED-TABLE.
018900     05  WS-CALLED-FLAG          PIC X(01) OCCURS 12 TIMES.
019000         88  CATEGORY-WAS-CALLED        VALUE "Y".
019100*----------------------------------------------------------------
019200* A set of categories is carried as a number 0-4095, category n
019300* adding 2 to the power n-1.  The mask table holds, for every
019400* such set, how many categories it holds and which ones - built
019500* once, so the search never has to take a set apart.
019600*----------------------------------------------------------------
019700 01  WS-BIT-TABLE.
019800     05  WS-BIT-VALUE            PIC 9(04) COMP OCCURS 12 TIMES.
019900 01  WS-MASK-TABLE.
020000     05  WS-MASK-ENTRY OCCURS 4096 TIMES.
020100         10  WS-MK-COUNT         PIC 9(02) COMP.
020200         10  WS-MK-HOLDS         PIC X(01) OCCURS 12 TIMES.
020300*----------------------------------------------------------------
020400* The search table: for every set of categories already filled
020500* (the first n rolls in order, n being the size of the set) and
020600* every upper subtotal 0-63 - 63 standing for 63 or more - the
020700* best weighted total reachable, plus one so that zero can mean
020800* not reachable.  Subscripts are the set plus one and the upper
020900* subtotal plus one.
021000*----------------------------------------------------------------
021100 01  WS-SEARCH-TABLE.
021200     05  WS-SEARCH-ROW OCCURS 4096 TIMES.
021300         10  WS-SEARCH-CELL      PIC 9(04) COMP OCCURS 64 TIMES.
021400 01  WS-SEARCH-WORK.
021500     05  WS-SET-SUB              PIC 9(04) COMP.
021600     05  WS-NEW-SET-SUB          PIC 9(04) COMP.
021700     05  WS-PREV-SET-SUB         PIC 9(04) COMP.
021800     05  WS-UPPER-SUB            PIC 9(02) COMP.
021900     05  WS-NEW-UPPER            PIC 9(03) COMP.
022000     05  WS-PREV-UPPER           PIC S9(03) COMP.
022100     05  WS-LOW-UPPER            PIC S9(03) COMP.
022200     05  WS-NEXT-ROLL            PIC 9(02) COMP.
022300     05  WS-CELL-VALUE           PIC 9(04) COMP.
022400     05  WS-NEW-VALUE            PIC 9(04) COMP.
022500     05  WS-BEST-VALUE           PIC 9(04) COMP.
022600     05  WS-BEST-UPPER-SUB       PIC 9(02) COMP.
022700         88  BEST-EARNS-BONUS           VALUE 64.
022800     05  WS-FOUND-SET-SUB        PIC 9(04) COMP.
022900     05  WS-FOUND-UPPER-SUB      PIC 9(02) COMP.
023000     05  WS-FOUND-VALUE          PIC 9(04) COMP.
023100*----------------------------------------------------------------
023200* The night's as-scored scorecard games off GAMEHIST, in file
023300* order, each taken once as the GAMEFILE game it came from is
023400* matched.  500 games is well past any league night.
023500*----------------------------------------------------------------
023600 01  WS-NIGHT-COUNT              PIC 9(04) COMP VALUE 0.
023700 01  WS-NIGHT-TABLE.
023800     05  WS-NIGHT-ENTRY OCCURS 500 TIMES.
023900         10  WS-NT-PLAYER-ID     PIC X(08).
024000         10  WS-NT-TOTAL         PIC 9(04).
024100         10  WS-NT-TAKEN         PIC X(01).
024200             88  NT-GAME-WAS-TAKEN      VALUE "Y".
024300*----------------------------------------------------------------
024400* Season summary, one slot per player on OPTHIST this season in
024500* order of first appearance.  500 players, as on the
024600* leaderboard.
024700*----------------------------------------------------------------
024800 01  WS-PLAYER-COUNT             PIC 9(04) COMP VALUE 0.
024900 01  WS-PLAYER-TABLE.
025000     05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
025100         10  WS-SP-PLAYER-ID     PIC X(08).
025200         10  WS-SP-GAMES         PIC 9(05).
025300         10  WS-SP-LOST          PIC 9(07).
025400         10  WS-SP-MISPLACED     PIC 9(04) OCCURS 12 TIMES.
025500*----------------------------------------------------------------
025600* Report line layouts, moved into ANALYSIS-REPORT-LINE before
025700* WRITE.
025800*----------------------------------------------------------------
025900 01  WS-HEADING-LINE.
026000     05  FILLER PIC X(26) VALUE "POINTS LEFT ON THE TABLE".
026100     05  FILLER PIC X(09) VALUE "GAMES OF ".
026200     05  HD-GAME-DATE            PIC 9(08).
026300     05  FILLER PIC X(03) VALUE SPACES.
026400     05  FILLER PIC X(15) VALUE "SEASON STARTED ".
026500     05  HD-SEASON-START         PIC 9(08).
026600     05  FILLER PIC X(11) VALUE SPACES.
026700 01  WS-GAME-COLUMN-LINE.
026800     05  FILLER PIC X(10) VALUE "PLAYER".
026900     05  FILLER PIC X(06) VALUE "GAME".
027000     05  FILLER PIC X(08) VALUE "ACTUAL".
027100     05  FILLER PIC X(08) VALUE "BEST".
027200     05  FILLER PIC X(08) VALUE "LOST".
027300     05  FILLER PIC X(40) VALUE "NOTE".
027400 01  WS-GAME-LINE.
027500     05  GL-PLAYER-ID            PIC X(08).
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  GL-GAME-SEQ             PIC ZZZ9.
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  GL-ACTUAL               PIC Z,ZZ9.
028000     05  FILLER                  PIC X(03) VALUE SPACES.
028100     05  GL-BEST                 PIC Z,ZZ9.
028200     05  FILLER                  PIC X(03) VALUE SPACES.
028300     05  GL-LOST                 PIC Z,ZZ9.
028400     05  FILLER                  PIC X(03) VALUE SPACES.
028500     05  GL-NOTE                 PIC X(40).
028600 01  WS-SWAP-LINE.
028700     05  FILLER PIC X(06) VALUE SPACES.
028800     05  FILLER PIC X(05) VALUE "ROLL ".
028900     05  SW-DICE                 PIC 9(05).
029000     05  FILLER PIC X(02) VALUE SPACES.
029100     05  FILLER PIC X(10) VALUE "PLAYED AS ".
029200     05  SW-PLAYED-CATEGORY      PIC X(15).
029300     05  FILLER PIC X(01) VALUE SPACES.
029400     05  SW-PLAYED-SCORE         PIC Z9.
029500     05  FILLER PIC X(02) VALUE SPACES.
029600     05  FILLER PIC X(08) VALUE "BEST AS ".
029700     05  SW-BEST-CATEGORY        PIC X(15).
029800     05  FILLER PIC X(01) VALUE SPACES.
029900     05  SW-BEST-SCORE           PIC Z9.
030000     05  FILLER PIC X(06) VALUE SPACES.
030100 01  WS-SKIPPED-LINE.
030200     05  SK-PLAYER-ID            PIC X(08).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  SK-GAME-SEQ             PIC ZZZ9.
030500     05  FILLER                  PIC X(26) VALUE SPACES.
030600     05  FILLER PIC X(15) VALUE "NOT ANALYSED - ".
030700     05  SK-REASON               PIC X(25).
030800 01  WS-RERUN-LINE.
030900     05  FILLER PIC X(09) VALUE "GAMES OF ".
031000     05  RR-GAME-DATE            PIC 9(08).
031100     05  FILLER PIC X(40)
031200             VALUE " ALREADY ON OPTHIST - NOT ADDED AGAIN".
031300     05  FILLER PIC X(23) VALUE SPACES.
031400 01  WS-SUMMARY-HEADING.
031500     05  FILLER PIC X(40)
031600             VALUE "SEASON SUMMARY - POINTS LOST AND MISPLAC".
031700     05  FILLER PIC X(40) VALUE "ED ROLLS".
031800 01  WS-SUMMARY-COLUMN-LINE.
031900     05  FILLER PIC X(10) VALUE "PLAYER".
032000     05  FILLER PIC X(06) VALUE "GAMES".
032100     05  FILLER PIC X(07) VALUE "LOST/GM".
032200     05  FILLER PIC X(48) VALUE
032300         "  1S  2S  3S  4S  5S  6S  FH  4K  LS  BS  CH  YA".
032400     05  FILLER PIC X(09) VALUE "  WORST".
032500 01  WS-SUMMARY-LINE.
032600     05  SM-PLAYER-ID            PIC X(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  SM-GAMES                PIC ZZZ9.
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  SM-AVERAGE-LOST         PIC ZZ9.99.
033100     05  FILLER                  PIC X(01) VALUE SPACES.
033200     05  SM-CATEGORY-COLUMN OCCURS 12 TIMES.
033300         10  FILLER              PIC X(01).
033400         10  SM-MISPLACED        PIC ZZ9.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  SM-WORST                PIC X(02).
033700     05  FILLER                  PIC X(05) VALUE SPACES.
033800 01  WS-LEGEND-LINE-1.
033900     05  FILLER PIC X(40)
034000             VALUE "1S-6S ONES TO SIXES  FH FULL HOUSE  4K F".
034100     05  FILLER PIC X(40)
034200             VALUE "OUR OF A KIND  LS LITTLE STRAIGHT".
034300 01  WS-LEGEND-LINE-2.
034400     05  FILLER PIC X(40)
034500             VALUE "BS BIG STRAIGHT  CH CHOICE  YA YACHT.  E".
034600     05  FILLER PIC X(40)
034700             VALUE "ACH COLUMN COUNTS THE GAMES THE CATEGORY".
034800 01  WS-LEGEND-LINE-3.
034900     05  FILLER PIC X(40)
035000             VALUE "HELD A ROLL BELONGING ELSEWHERE.".
035100     05  FILLER PIC X(40) VALUE SPACES.
035200 01  WS-NO-SEASON-LINE.
035300     05  FILLER PIC X(40)
035400             VALUE "NO GAMES ANALYSED YET THIS SEASON".
035500     05  FILLER PIC X(40) VALUE SPACES.
035600 01  WS-COUNT-LINE.
035700     05  CT-LABEL                PIC X(24).
035800     05  CT-VALUE                PIC ZZZ,ZZ9.
035900     05  FILLER                  PIC X(49) VALUE SPACES.
036000 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
036100 01  WS-PAGE-BREAK-LINE          PIC X(80) VALUE ALL "=".
036200 PROCEDURE DIVISION.
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE
036500     PERFORM 2000-PROCESS-GAME-RECORD UNTIL END-OF-GAME-FILE
036600     IF GAME-IN-PROGRESS
036700         PERFORM 3000-ANALYSE-GAME
036800     END-IF
036900     PERFORM 6000-WRITE-SEASON-SUMMARY
037000     PERFORM 8000-WRITE-RUN-COUNTS
037100     PERFORM 9000-TERMINATE
037200     STOP RUN.
037300*----------------------------------------------------------------
037400* 1000-INITIALIZE  --  the card, GAMEFILE and GAMEHIST are all
037500*     proved before OPTHIST is opened, so a bad start adds
037600*     nothing to the season.
037700*----------------------------------------------------------------
037800 1000-INITIALIZE.
037900     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
038000     IF RUN-IS-HELD
038100         DISPLAY "YOPTCAT: HELD - PREDECESSOR NOT CLEAN"
038200         MOVE 20 TO RETURN-CODE
038300         STOP RUN
038400     END-IF
038500     PERFORM 1100-READ-PARAMETER-CARD
038600     OPEN INPUT GAME-FILE
038700     IF WS-GAME-STATUS NOT = "00"
038800         DISPLAY "YOPTCAT: CANNOT OPEN GAMEFILE, STATUS "
038900                 WS-GAME-STATUS
039000         MOVE 16 TO RETURN-CODE
039100         STOP RUN
039200     END-IF
039300     PERFORM 1200-LOAD-NIGHT-GAMES
039400     PERFORM 1300-CHECK-NIGHT-ON-OPTHIST
039500     OPEN EXTEND ANALYSIS-HISTORY-FILE
039600     IF WS-OPT-STATUS NOT = "00" AND WS-OPT-STATUS NOT = "05"
039700         OPEN OUTPUT ANALYSIS-HISTORY-FILE
039800         CLOSE ANALYSIS-HISTORY-FILE
039900         OPEN EXTEND ANALYSIS-HISTORY-FILE
040000     END-IF
040100     OPEN OUTPUT ANALYSIS-REPORT
040200     PERFORM 1400-BUILD-MASK-TABLE
040300     ACCEPT WS-RUN-ID FROM TIME
040400     MOVE "S" TO WS-RUN-ENTRY-TYPE
040500     MOVE 0 TO WS-RUN-RECORD-COUNT
040600     MOVE 0 TO WS-RUN-RETURN-CODE
040700     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
040800             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
040900             WS-RUN-RETURN-CODE
041000     MOVE WS-GAME-DATE TO HD-GAME-DATE
041100     MOVE WS-SEASON-START TO HD-SEASON-START
041200     MOVE WS-HEADING-LINE TO ANALYSIS-REPORT-LINE
041300     WRITE ANALYSIS-REPORT-LINE
041400     MOVE WS-BLANK-LINE TO ANALYSIS-REPORT-LINE
041500     WRITE ANALYSIS-REPORT-LINE
041600     IF NIGHT-ALREADY-ANALYSED
041700         MOVE WS-GAME-DATE TO RR-GAME-DATE
041800         MOVE WS-RERUN-LINE TO ANALYSIS-REPORT-LINE
041900         WRITE ANALYSIS-REPORT-LINE
042000         MOVE WS-BLANK-LINE TO ANALYSIS-REPORT-LINE
042100         WRITE ANALYSIS-REPORT-LINE
042200     END-IF
042300     MOVE WS-GAME-COLUMN-LINE TO ANALYSIS-REPORT-LINE
042400     WRITE ANALYSIS-REPORT-LINE
042500     PERFORM 1500-READ-GAME-RECORD.
042600*----------------------------------------------------------------
042700* 1100-READ-PARAMETER-CARD
042800*----------------------------------------------------------------
042900 1100-READ-PARAMETER-CARD.
043000     OPEN INPUT PARAMETER-FILE
043100     IF WS-PARM-STATUS NOT = "00"
043200         DISPLAY "YOPTCAT: CANNOT OPEN OPTPRM, STATUS "
043300                 WS-PARM-STATUS
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF
043700     READ PARAMETER-FILE
043800         AT END
043900             DISPLAY "YOPTCAT: OPTPRM IS EMPTY"
044000             MOVE 16 TO RETURN-CODE
044100             STOP RUN
044200     END-READ
044300     CLOSE PARAMETER-FILE
044400     IF PARM-SEASON-START NOT NUMERIC
044500         DISPLAY "YOPTCAT: BAD SEASON START DATE <"
044600                 PARM-SEASON-START ">"
044700         MOVE 16 TO RETURN-CODE
044800         STOP RUN
044900     END-IF
045000     MOVE PARM-SEASON-START TO WS-SEASON-START
045100     EVALUATE TRUE
045200         WHEN PARM-GAME-DATE = SPACES
045300             ACCEPT WS-GAME-DATE FROM DATE YYYYMMDD
045400         WHEN PARM-GAME-DATE NUMERIC
045500             MOVE PARM-GAME-DATE TO WS-GAME-DATE
045600         WHEN OTHER
045700             DISPLAY "YOPTCAT: BAD GAME DATE <" PARM-GAME-DATE ">"
045800             MOVE 16 TO RETURN-CODE
045900             STOP RUN
046000     END-EVALUATE
046100     DISPLAY "YOPTCAT: GAMES OF " WS-GAME-DATE
046200             ", SEASON STARTED " WS-SEASON-START.
046300*----------------------------------------------------------------
046400* 1200-LOAD-NIGHT-GAMES  --  the night's scorecard games as
046500*     YACHTSC wrote them: as scored, from a scorecard (or from
046600*     before GAMEHIST carried a source), dated the game date.
046700*----------------------------------------------------------------
046800 1200-LOAD-NIGHT-GAMES.
046900     OPEN INPUT GAME-HISTORY-FILE
047000     IF WS-GHIST-STATUS NOT = "00"
047100         DISPLAY "YOPTCAT: CANNOT OPEN GAMEHIST, STATUS "
047200                 WS-GHIST-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF
047600     MOVE "N" TO WS-SCAN-EOF-SWITCH
047700     PERFORM 1210-READ-GAME-HISTORY
047800     PERFORM 1220-FILE-NIGHT-GAME UNTIL END-OF-SCAN
047900     CLOSE GAME-HISTORY-FILE.
048000*----------------------------------------------------------------
048100* 1210-READ-GAME-HISTORY
048200*----------------------------------------------------------------
048300 1210-READ-GAME-HISTORY.
048400     READ GAME-HISTORY-FILE
048500         AT END
048600             MOVE "Y" TO WS-SCAN-EOF-SWITCH
048700     END-READ.
048800*----------------------------------------------------------------
048900* 1220-FILE-NIGHT-GAME
049000*----------------------------------------------------------------
049100 1220-FILE-NIGHT-GAME.
049200     IF GH-GAME-DATE = WS-GAME-DATE AND GH-IS-AS-SCORED
049300             AND (GH-FROM-SCORECARD OR GH-SOURCE = SPACE)
049400         IF WS-NIGHT-COUNT >= 500
049500             DISPLAY "YOPTCAT: NIGHT TABLE FULL AT 500"
049600             MOVE 16 TO RETURN-CODE
049700             STOP RUN
049800         END-IF
049900         ADD 1 TO WS-NIGHT-COUNT
050000         MOVE GH-PLAYER-ID TO WS-NT-PLAYER-ID (WS-NIGHT-COUNT)
050100         MOVE GH-GRAND-TOTAL TO WS-NT-TOTAL (WS-NIGHT-COUNT)
050200         MOVE "N" TO WS-NT-TAKEN (WS-NIGHT-COUNT)
050300     END-IF
050400     PERFORM 1210-READ-GAME-HISTORY.
050500*----------------------------------------------------------------
050600* 1300-CHECK-NIGHT-ON-OPTHIST  --  a night with any game on
050700*     OPTHIST already was analysed by an earlier run.
050800*----------------------------------------------------------------
050900 1300-CHECK-NIGHT-ON-OPTHIST.
051000     OPEN INPUT ANALYSIS-HISTORY-FILE
051100     IF WS-OPT-STATUS = "00"
051200         MOVE "N" TO WS-SCAN-EOF-SWITCH
051300         PERFORM 1310-READ-ANALYSIS-HISTORY
051400         PERFORM UNTIL END-OF-SCAN
051500             IF OPT-GAME-DATE = WS-GAME-DATE
051600                 MOVE "Y" TO WS-NIGHT-FLAG
051700             END-IF
051800             PERFORM 1310-READ-ANALYSIS-HISTORY
051900         END-PERFORM
052000         CLOSE ANALYSIS-HISTORY-FILE
052100     END-IF
052200     IF NIGHT-ALREADY-ANALYSED
052300         DISPLAY "YOPTCAT: GAMES OF " WS-GAME-DATE
052400                 " ALREADY ON OPTHIST - NOT ADDED AGAIN"
052500     END-IF.
052600*----------------------------------------------------------------
052700* 1310-READ-ANALYSIS-HISTORY
052800*----------------------------------------------------------------
052900 1310-READ-ANALYSIS-HISTORY.
053000     READ ANALYSIS-HISTORY-FILE
053100         AT END
053200             MOVE "Y" TO WS-SCAN-EOF-SWITCH
053300     END-READ.
053400*----------------------------------------------------------------
053500* 1400-BUILD-MASK-TABLE  --  each set's categories are found by
053600*     halving it twelve times and keeping the remainders.
053700*----------------------------------------------------------------
053800 1400-BUILD-MASK-TABLE.
053900     MOVE 1 TO WS-BIT-VALUE (1)
054000     PERFORM VARYING WS-CAT-IDX FROM 2 BY 1 UNTIL WS-CAT-IDX > 12
054100         COMPUTE WS-BIT-VALUE (WS-CAT-IDX) =
054200             WS-BIT-VALUE (WS-CAT-IDX - 1) * 2
054300     END-PERFORM
054400     PERFORM VARYING WS-SET-SUB FROM 1 BY 1
054500             UNTIL WS-SET-SUB > 4096
054600         COMPUTE WS-WORK-MASK = WS-SET-SUB - 1
054700         MOVE 0 TO WS-MK-COUNT (WS-SET-SUB)
054800         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
054900                 UNTIL WS-CAT-IDX > 12
055000             DIVIDE WS-WORK-MASK BY 2 GIVING WS-WORK-MASK
055100                 REMAINDER WS-BIT-REMAINDER
055200             IF WS-BIT-REMAINDER = 1
055300                 MOVE "Y" TO WS-MK-HOLDS (WS-SET-SUB WS-CAT-IDX)
055400                 ADD 1 TO WS-MK-COUNT (WS-SET-SUB)
055500             ELSE
055600                 MOVE "N" TO WS-MK-HOLDS (WS-SET-SUB WS-CAT-IDX)
055700             END-IF
055800         END-PERFORM
055900     END-PERFORM.
056000*----------------------------------------------------------------
056100* 1500-READ-GAME-RECORD
056200*----------------------------------------------------------------
056300 1500-READ-GAME-RECORD.
056400     READ GAME-FILE
056500         AT END
056600             MOVE "Y" TO WS-EOF-SWITCH
056700     END-READ.
056800*----------------------------------------------------------------
056900* 2000-PROCESS-GAME-RECORD  --  a header closes out the game in
057000*     progress and opens the next; a detail is filed under the
057100*     current game.  The batch control trailer is passed over -
057200*     YACHTSC has already proved the count.
057300*----------------------------------------------------------------
057400 2000-PROCESS-GAME-RECORD.
057500     MOVE GAME-RECORD TO BATCH-TRAILER-RECORD
057600     EVALUATE TRUE
057700         WHEN TRL-IS-TRAILER AND TRL-RECORD-COUNT NUMERIC
057800             CONTINUE
057900         WHEN GAME-IS-HEADER
058000             PERFORM 2200-START-NEW-GAME
058100         WHEN GAME-IS-DETAIL AND GAME-IN-PROGRESS
058200             PERFORM 2100-FILE-DETAIL
058300         WHEN OTHER
058400             ADD 1 TO WS-ORPHAN-COUNT
058500     END-EVALUATE
058600     PERFORM 1500-READ-GAME-RECORD.
058700*----------------------------------------------------------------
058800* 2100-FILE-DETAIL  --  each detail must be a valid roll, through
058900*     the same YVALID gate the scorers use, against a category
059000*     not already called in the game.  The first fault found is
059100*     the one reported.
059200*----------------------------------------------------------------
059300 2100-FILE-DETAIL.
059400     ADD 1 TO WS-ROLL-COUNT
059500     IF WS-ROLL-COUNT > 12
059600         IF GAME-CAN-BE-ANALYSED
059700             MOVE "N" TO WS-GAME-OK-FLAG
059800             MOVE "MORE THAN 12 DETAILS" TO WS-SKIP-REASON
059900         END-IF
060000     ELSE
060100         CALL "YVALID" USING GAME-DICE GAME-CATEGORY WS-VALID-FLAG
060200                 WS-REASON-CODE
060300         IF TURN-IS-VALID
060400             MOVE GAME-DICE TO WS-RO-DICE (WS-ROLL-COUNT)
060500             PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
060600                     UNTIL WS-CAT-IDX > 12
060700                 IF WS-CAT-NAME (WS-CAT-IDX) = GAME-CATEGORY
060800                     MOVE WS-CAT-IDX
060900                         TO WS-RO-PLAYED (WS-ROLL-COUNT)
061000                 END-IF
061100             END-PERFORM
061200             MOVE WS-RO-PLAYED (WS-ROLL-COUNT) TO WS-CAT-IDX
061300             IF CATEGORY-WAS-CALLED (WS-CAT-IDX)
061400                 IF GAME-CAN-BE-ANALYSED
061500                     MOVE "N" TO WS-GAME-OK-FLAG
061600                     MOVE "CATEGORY CALLED TWICE"
061700                         TO WS-SKIP-REASON
061800                 END-IF
061900             ELSE
062000                 MOVE "Y" TO WS-CALLED-FLAG (WS-CAT-IDX)
062100             END-IF
062200         ELSE
062300             IF GAME-CAN-BE-ANALYSED
062400                 MOVE "N" TO WS-GAME-OK-FLAG
062500                 MOVE "BAD DICE OR CATEGORY" TO WS-SKIP-REASON
062600             END-IF
062700         END-IF
062800     END-IF.
062900*----------------------------------------------------------------
063000* 2200-START-NEW-GAME  --  close out the game in progress, then
063100*     take the new header's player id and an empty roll table.
063200*----------------------------------------------------------------
063300 2200-START-NEW-GAME.
063400     IF GAME-IN-PROGRESS
063500         PERFORM 3000-ANALYSE-GAME
063600     END-IF
063700     MOVE "Y" TO WS-GAME-SWITCH
063800     MOVE "Y" TO WS-GAME-OK-FLAG
063900     MOVE SPACES TO WS-SKIP-REASON
064000     MOVE GAME-PLAYER-ID TO WS-PLAYER-ID
064100     ADD 1 TO WS-GAMES-READ
064200     ADD 1 TO WS-GAME-SEQ
064300     MOVE 0 TO WS-ROLL-COUNT
064400     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 12
064500         MOVE "N" TO WS-CALLED-FLAG (WS-CAT-IDX)
064600     END-PERFORM.
064700*----------------------------------------------------------------
064800* 3000-ANALYSE-GAME  --  every game claims its GAMEHIST record
064900*     first, in file order, whether or not it can be analysed; a
065000*     complete game with its GAMEHIST total is then scored every
065010*     way, searched and reported, and any other is listed as not
065020*     analysed.
065100*----------------------------------------------------------------
065200 3000-ANALYSE-GAME.
065300     IF GAME-CAN-BE-ANALYSED AND WS-ROLL-COUNT < 12
065400         MOVE "N" TO WS-GAME-OK-FLAG
065500         MOVE "FEWER THAN 12 DETAILS" TO WS-SKIP-REASON
065600     END-IF
065800     PERFORM 3100-FIND-GAMEHIST-TOTAL
066000     IF GAME-CAN-BE-ANALYSED
066100         PERFORM 3200-SCORE-EVERY-PLACING
066200         PERFORM 3300-FIND-BEST-ASSIGNMENT
066300         PERFORM 3500-TRACE-BEST-ASSIGNMENT
066400         PERFORM 3600-REPORT-GAME
066500         PERFORM 3700-WRITE-ANALYSIS-HISTORY
066600         ADD 1 TO WS-GAMES-ANALYSED
066700     ELSE
066800         MOVE WS-PLAYER-ID TO SK-PLAYER-ID
066900         MOVE WS-GAME-SEQ TO SK-GAME-SEQ
067000         MOVE WS-SKIP-REASON TO SK-REASON
067100         MOVE WS-SKIPPED-LINE TO ANALYSIS-REPORT-LINE
067200         WRITE ANALYSIS-REPORT-LINE
067300         ADD 1 TO WS-GAMES-SKIPPED
067400     END-IF
067500     MOVE "N" TO WS-GAME-SWITCH.
067600*----------------------------------------------------------------
067700* 3100-FIND-GAMEHIST-TOTAL  --  the player's next night game on
067800*     GAMEHIST not yet matched to a GAMEFILE game.  A game
067810*     already set aside keeps the reason it was set aside for.
067900*----------------------------------------------------------------
068000 3100-FIND-GAMEHIST-TOTAL.
068100     MOVE "N" TO WS-FOUND-FLAG
068200     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
068300             UNTIL WS-SCAN-SUB > WS-NIGHT-COUNT
068400                 OR SLOT-WAS-FOUND
068500         IF WS-NT-PLAYER-ID (WS-SCAN-SUB) = WS-PLAYER-ID
068600                 AND NOT NT-GAME-WAS-TAKEN (WS-SCAN-SUB)
068700             MOVE "Y" TO WS-FOUND-FLAG
068800             MOVE "Y" TO WS-NT-TAKEN (WS-SCAN-SUB)
068900             MOVE WS-NT-TOTAL (WS-SCAN-SUB) TO WS-ACTUAL-TOTAL
069000         END-IF
069100     END-PERFORM
069200     IF NOT SLOT-WAS-FOUND AND GAME-CAN-BE-ANALYSED
069300         MOVE "N" TO WS-GAME-OK-FLAG
069400         MOVE "NOT ON GAMEHIST" TO WS-SKIP-REASON
069500     END-IF.
069600*----------------------------------------------------------------
069700* 3200-SCORE-EVERY-PLACING  --  all twelve rolls against all
069800*     twelve categories through YSCORE, and the total the rolls
069900*     make as the player placed them.
070000*----------------------------------------------------------------
070100 3200-SCORE-EVERY-PLACING.
070200     MOVE 0 TO WS-PLAYED-TOTAL
070300     MOVE 0 TO WS-PLAYED-UPPER
070400     PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
070500             UNTIL WS-ROLL-IDX > 12
070600         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
070700                 UNTIL WS-CAT-IDX > 12
070800             CALL "YSCORE" USING WS-RO-DICE (WS-ROLL-IDX)
070900                     WS-CAT-NAME (WS-CAT-IDX) WS-CATEGORY-SCORE
071000                     WS-RUN-ID
071100             MOVE WS-CATEGORY-SCORE
071200                 TO WS-RO-SCORE (WS-ROLL-IDX WS-CAT-IDX)
071300             COMPUTE WS-RO-WEIGHT (WS-ROLL-IDX WS-CAT-IDX) =
071400                 WS-CATEGORY-SCORE * 16
071500             IF WS-CAT-IDX = WS-RO-PLAYED (WS-ROLL-IDX)
071600                 ADD 1 TO WS-RO-WEIGHT (WS-ROLL-IDX WS-CAT-IDX)
071700                 ADD WS-CATEGORY-SCORE TO WS-PLAYED-TOTAL
071800                 IF WS-CAT-IDX <= 6
071900                     ADD WS-CATEGORY-SCORE TO WS-PLAYED-UPPER
072000                 END-IF
072100             END-IF
072200         END-PERFORM
072300     END-PERFORM
072400     IF PLAYED-EARNED-BONUS
072500         ADD 35 TO WS-PLAYED-TOTAL
072600     END-IF.
072700*----------------------------------------------------------------
072800* 3300-FIND-BEST-ASSIGNMENT  --  the rolls are placed in order,
072900*     roll n going to any category the set filled by the first
073000*     n-1 rolls does not hold.  Once all twelve are placed the
073100*     bonus is added where the upper subtotal reached 63, and
073200*     the best weighted total found.
073300*----------------------------------------------------------------
073400 3300-FIND-BEST-ASSIGNMENT.
073500     INITIALIZE WS-SEARCH-TABLE
073600     MOVE 1 TO WS-SEARCH-CELL (1 1)
073700     PERFORM VARYING WS-SET-SUB FROM 1 BY 1
073800             UNTIL WS-SET-SUB > 4095
073900         PERFORM VARYING WS-UPPER-SUB FROM 1 BY 1
074000                 UNTIL WS-UPPER-SUB > 64
074100             IF WS-SEARCH-CELL (WS-SET-SUB WS-UPPER-SUB) > 0
074200                 PERFORM 3400-PLACE-NEXT-ROLL
074300             END-IF
074400         END-PERFORM
074500     END-PERFORM
074600     MOVE 0 TO WS-BEST-VALUE
074700     MOVE 0 TO WS-BEST-UPPER-SUB
074800     PERFORM VARYING WS-UPPER-SUB FROM 1 BY 1
074900             UNTIL WS-UPPER-SUB > 64
075000         IF WS-SEARCH-CELL (4096 WS-UPPER-SUB) > 0
075100             COMPUTE WS-NEW-VALUE =
075200                 WS-SEARCH-CELL (4096 WS-UPPER-SUB) - 1
075300             IF WS-UPPER-SUB = 64
075400                 ADD 560 TO WS-NEW-VALUE
075500             END-IF
075600             IF WS-NEW-VALUE >= WS-BEST-VALUE
075700                 MOVE WS-NEW-VALUE TO WS-BEST-VALUE
075800                 MOVE WS-UPPER-SUB TO WS-BEST-UPPER-SUB
075900             END-IF
076000         END-IF
076100     END-PERFORM
076200     DIVIDE WS-BEST-VALUE BY 16 GIVING WS-BEST-TOTAL
076300         REMAINDER WS-AGREE-COUNT.
076400*----------------------------------------------------------------
076500* 3400-PLACE-NEXT-ROLL  --  from one reachable set and upper
076600*     subtotal, the next roll tried in every category still open.
076700*----------------------------------------------------------------
076800 3400-PLACE-NEXT-ROLL.
076900     COMPUTE WS-NEXT-ROLL = WS-MK-COUNT (WS-SET-SUB) + 1
077000     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 12
077100         IF WS-MK-HOLDS (WS-SET-SUB WS-CAT-IDX) = "N"
077200             COMPUTE WS-NEW-SET-SUB =
077300                 WS-SET-SUB + WS-BIT-VALUE (WS-CAT-IDX)
077400             IF WS-CAT-IDX <= 6
077500                 COMPUTE WS-NEW-UPPER = WS-UPPER-SUB
077600                     + WS-RO-SCORE (WS-NEXT-ROLL WS-CAT-IDX)
077700                 IF WS-NEW-UPPER > 64
077800                     MOVE 64 TO WS-NEW-UPPER
077900                 END-IF
078000             ELSE
078100                 MOVE WS-UPPER-SUB TO WS-NEW-UPPER
078200             END-IF
078300             COMPUTE WS-NEW-VALUE =
078400                 WS-SEARCH-CELL (WS-SET-SUB WS-UPPER-SUB)
078500                 + WS-RO-WEIGHT (WS-NEXT-ROLL WS-CAT-IDX)
078600             IF WS-NEW-VALUE >
078700                     WS-SEARCH-CELL (WS-NEW-SET-SUB WS-NEW-UPPER)
078800                 MOVE WS-NEW-VALUE TO
078900                     WS-SEARCH-CELL (WS-NEW-SET-SUB WS-NEW-UPPER)
079000             END-IF
079100         END-IF
079200     END-PERFORM.
079300*----------------------------------------------------------------
079400* 3500-TRACE-BEST-ASSIGNMENT  --  back from the best finish, roll
079500*     by roll from the twelfth, finding the category each roll
079600*     was placed in on the way there.
079700*----------------------------------------------------------------
079800 3500-TRACE-BEST-ASSIGNMENT.
079900     MOVE 4096 TO WS-SET-SUB
080000     MOVE WS-BEST-UPPER-SUB TO WS-UPPER-SUB
080100     MOVE WS-SEARCH-CELL (4096 WS-BEST-UPPER-SUB) TO WS-CELL-VALUE
080200     PERFORM VARYING WS-ROLL-IDX FROM 12 BY -1
080300             UNTIL WS-ROLL-IDX < 1
080400         MOVE "N" TO WS-FOUND-FLAG
080500         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
080600                 UNTIL WS-CAT-IDX > 12 OR SLOT-WAS-FOUND
080700             IF WS-MK-HOLDS (WS-SET-SUB WS-CAT-IDX) = "Y"
080800                 PERFORM 3510-TRY-EARLIER-STATE
080900             END-IF
081000         END-PERFORM
081100         MOVE WS-FOUND-SET-SUB TO WS-SET-SUB
081200         MOVE WS-FOUND-UPPER-SUB TO WS-UPPER-SUB
081300         MOVE WS-FOUND-VALUE TO WS-CELL-VALUE
081400     END-PERFORM.
081500*----------------------------------------------------------------
081600* 3510-TRY-EARLIER-STATE  --  whether the current roll went to
081700*     WS-CAT-IDX: the set without that category, at an upper
081800*     subtotal that the roll's score carries to the current one,
081900*     must hold exactly the current value less the roll's
082000*     weight there.  At 63 or more any earlier subtotal the
082100*     score lifts to 63 will do.
082200*----------------------------------------------------------------
082300 3510-TRY-EARLIER-STATE.
082400     COMPUTE WS-PREV-SET-SUB =
082500         WS-SET-SUB - WS-BIT-VALUE (WS-CAT-IDX)
082600     EVALUATE TRUE
082700         WHEN WS-CAT-IDX > 6
082800             COMPUTE WS-PREV-UPPER = WS-UPPER-SUB - 1
082900             PERFORM 3520-CHECK-EARLIER-STATE
083000         WHEN WS-UPPER-SUB < 64
083100             COMPUTE WS-PREV-UPPER = WS-UPPER-SUB - 1
083200                 - WS-RO-SCORE (WS-ROLL-IDX WS-CAT-IDX)
083300             IF WS-PREV-UPPER >= 0
083400                 PERFORM 3520-CHECK-EARLIER-STATE
083500             END-IF
083600         WHEN OTHER
083700             COMPUTE WS-LOW-UPPER =
083800                 63 - WS-RO-SCORE (WS-ROLL-IDX WS-CAT-IDX)
083900             IF WS-LOW-UPPER < 0
084000                 MOVE 0 TO WS-LOW-UPPER
084100             END-IF
084200             PERFORM VARYING WS-PREV-UPPER FROM WS-LOW-UPPER BY 1
084300                     UNTIL WS-PREV-UPPER > 63 OR SLOT-WAS-FOUND
084400                 PERFORM 3520-CHECK-EARLIER-STATE
084500             END-PERFORM
084600     END-EVALUATE.
084700*----------------------------------------------------------------
084800* 3520-CHECK-EARLIER-STATE
084900*----------------------------------------------------------------
085000 3520-CHECK-EARLIER-STATE.
085100     COMPUTE WS-FOUND-UPPER-SUB = WS-PREV-UPPER + 1
085200     IF WS-SEARCH-CELL (WS-PREV-SET-SUB WS-FOUND-UPPER-SUB) > 0
085300             AND WS-SEARCH-CELL
085400                     (WS-PREV-SET-SUB WS-FOUND-UPPER-SUB)
085500                 + WS-RO-WEIGHT (WS-ROLL-IDX WS-CAT-IDX)
085600                 = WS-CELL-VALUE
085700         MOVE "Y" TO WS-FOUND-FLAG
085800         MOVE WS-CAT-IDX TO WS-RO-BEST (WS-ROLL-IDX)
085900         MOVE WS-PREV-SET-SUB TO WS-FOUND-SET-SUB
086000         MOVE WS-SEARCH-CELL (WS-PREV-SET-SUB WS-FOUND-UPPER-SUB)
086100             TO WS-FOUND-VALUE
086200     END-IF.
086300*----------------------------------------------------------------
086400* 3600-REPORT-GAME  --  the game line, then a line for every roll
086500*     the best assignment places elsewhere.
086600*----------------------------------------------------------------
086700 3600-REPORT-GAME.
086800     IF WS-BEST-TOTAL > WS-ACTUAL-TOTAL
086900         COMPUTE WS-POINTS-LOST = WS-BEST-TOTAL - WS-ACTUAL-TOTAL
087000     ELSE
087100         MOVE 0 TO WS-POINTS-LOST
087200     END-IF
087300     ADD WS-POINTS-LOST TO WS-LOST-TOTAL
087400     MOVE WS-PLAYER-ID TO GL-PLAYER-ID
087500     MOVE WS-GAME-SEQ TO GL-GAME-SEQ
087600     MOVE WS-ACTUAL-TOTAL TO GL-ACTUAL
087700     MOVE WS-BEST-TOTAL TO GL-BEST
087800     MOVE WS-POINTS-LOST TO GL-LOST
087900     EVALUATE TRUE
088000         WHEN WS-ACTUAL-TOTAL NOT = WS-PLAYED-TOTAL
088100             MOVE "GAMEHIST TOTAL DIFFERS FROM ROLLS" TO GL-NOTE
088200         WHEN WS-POINTS-LOST = 0
088300             MOVE "BEST POSSIBLE" TO GL-NOTE
088400         WHEN BEST-EARNS-BONUS AND NOT PLAYED-EARNED-BONUS
088500             MOVE "UPPER BONUS MISSED" TO GL-NOTE
088600         WHEN OTHER
088700             MOVE SPACES TO GL-NOTE
088800     END-EVALUATE
088900     MOVE WS-GAME-LINE TO ANALYSIS-REPORT-LINE
089000     WRITE ANALYSIS-REPORT-LINE
089100     PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
089200             UNTIL WS-ROLL-IDX > 12
089300         IF WS-RO-BEST (WS-ROLL-IDX)
089400                 NOT = WS-RO-PLAYED (WS-ROLL-IDX)
089500             PERFORM 3610-REPORT-SWAP
089600         END-IF
089700     END-PERFORM.
089800*----------------------------------------------------------------
089900* 3610-REPORT-SWAP
090000*----------------------------------------------------------------
090100 3610-REPORT-SWAP.
090200     MOVE WS-RO-DICE (WS-ROLL-IDX) TO SW-DICE
090300     MOVE WS-RO-PLAYED (WS-ROLL-IDX) TO WS-CAT-IDX
090400     MOVE WS-CAT-NAME (WS-CAT-IDX) TO SW-PLAYED-CATEGORY
090500     MOVE WS-RO-SCORE (WS-ROLL-IDX WS-CAT-IDX) TO SW-PLAYED-SCORE
090600     MOVE WS-RO-BEST (WS-ROLL-IDX) TO WS-CAT-IDX
090700     MOVE WS-CAT-NAME (WS-CAT-IDX) TO SW-BEST-CATEGORY
090800     MOVE WS-RO-SCORE (WS-ROLL-IDX WS-CAT-IDX) TO SW-BEST-SCORE
090900     MOVE WS-SWAP-LINE TO ANALYSIS-REPORT-LINE
091000     WRITE ANALYSIS-REPORT-LINE.
091100*----------------------------------------------------------------
091200* 3700-WRITE-ANALYSIS-HISTORY  --  the game for the season
091300*     summary, unless the night is on OPTHIST already.
091400*----------------------------------------------------------------
091500 3700-WRITE-ANALYSIS-HISTORY.
091600     IF NOT NIGHT-ALREADY-ANALYSED
091700         MOVE WS-PLAYER-ID TO OPT-PLAYER-ID
091800         MOVE WS-GAME-DATE TO OPT-GAME-DATE
091900         MOVE WS-ACTUAL-TOTAL TO OPT-ACTUAL-TOTAL
092000         MOVE WS-BEST-TOTAL TO OPT-BEST-TOTAL
092100         MOVE WS-POINTS-LOST TO OPT-POINTS-LOST
092200         PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
092300                 UNTIL WS-ROLL-IDX > 12
092400             MOVE WS-RO-PLAYED (WS-ROLL-IDX) TO WS-CAT-IDX
092500             IF WS-RO-BEST (WS-ROLL-IDX) = WS-CAT-IDX
092600                 MOVE "N" TO OPT-MISPLACED (WS-CAT-IDX)
092700             ELSE
092800                 MOVE "Y" TO OPT-MISPLACED (WS-CAT-IDX)
092900             END-IF
093000         END-PERFORM
093100         WRITE OPTIMAL-ANALYSIS-RECORD
093200     END-IF.
093300*----------------------------------------------------------------
093400* 6000-WRITE-SEASON-SUMMARY  --  OPTHIST is closed and read back
093500*     from the top, so tonight's games count with the season's.
093600*----------------------------------------------------------------
093700 6000-WRITE-SEASON-SUMMARY.
093800     CLOSE ANALYSIS-HISTORY-FILE
093900     OPEN INPUT ANALYSIS-HISTORY-FILE
094000     IF WS-OPT-STATUS = "00"
094100         MOVE "N" TO WS-SCAN-EOF-SWITCH
094200         PERFORM 1310-READ-ANALYSIS-HISTORY
094300         PERFORM 6100-FILE-SEASON-GAME UNTIL END-OF-SCAN
094400         CLOSE ANALYSIS-HISTORY-FILE
094500     END-IF
094600     MOVE WS-PAGE-BREAK-LINE TO ANALYSIS-REPORT-LINE
094700     WRITE ANALYSIS-REPORT-LINE
094800     MOVE WS-SUMMARY-HEADING TO ANALYSIS-REPORT-LINE
094900     WRITE ANALYSIS-REPORT-LINE
095000     MOVE WS-BLANK-LINE TO ANALYSIS-REPORT-LINE
095100     WRITE ANALYSIS-REPORT-LINE
095200     IF WS-PLAYER-COUNT = 0
095300         MOVE WS-NO-SEASON-LINE TO ANALYSIS-REPORT-LINE
095400         WRITE ANALYSIS-REPORT-LINE
095500     ELSE
095600         MOVE WS-SUMMARY-COLUMN-LINE TO ANALYSIS-REPORT-LINE
095700         WRITE ANALYSIS-REPORT-LINE
095800         PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
095900                 UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
096000             PERFORM 6300-WRITE-SUMMARY-LINE
096100         END-PERFORM
096200         MOVE WS-BLANK-LINE TO ANALYSIS-REPORT-LINE
096300         WRITE ANALYSIS-REPORT-LINE
096400         MOVE WS-LEGEND-LINE-1 TO ANALYSIS-REPORT-LINE
096500         WRITE ANALYSIS-REPORT-LINE
096600         MOVE WS-LEGEND-LINE-2 TO ANALYSIS-REPORT-LINE
096700         WRITE ANALYSIS-REPORT-LINE
096800         MOVE WS-LEGEND-LINE-3 TO ANALYSIS-REPORT-LINE
096900         WRITE ANALYSIS-REPORT-LINE
097000     END-IF.
097100*----------------------------------------------------------------
097200* 6100-FILE-SEASON-GAME
097300*----------------------------------------------------------------
097400 6100-FILE-SEASON-GAME.
097500     IF OPT-GAME-DATE NOT < WS-SEASON-START
097600         PERFORM 6200-FIND-PLAYER-SLOT
097700         ADD 1 TO WS-SP-GAMES (WS-PLAYER-SUB)
097800         ADD OPT-POINTS-LOST TO WS-SP-LOST (WS-PLAYER-SUB)
097900         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
098000                 UNTIL WS-CAT-IDX > 12
098100             IF OPT-CATEGORY-MISPLACED (WS-CAT-IDX)
098200                 ADD 1 TO
098300                     WS-SP-MISPLACED (WS-PLAYER-SUB WS-CAT-IDX)
098400             END-IF
098500         END-PERFORM
098600     END-IF
098700     PERFORM 1310-READ-ANALYSIS-HISTORY.
098800*----------------------------------------------------------------
098900* 6200-FIND-PLAYER-SLOT  --  the player's summary slot, opened at
099000*     zeros on first appearance; WS-PLAYER-SUB is left pointing
099100*     at it.
099200*----------------------------------------------------------------
099300 6200-FIND-PLAYER-SLOT.
099400     MOVE "N" TO WS-FOUND-FLAG
099500     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
099600             UNTIL WS-SCAN-SUB > WS-PLAYER-COUNT
099700                 OR SLOT-WAS-FOUND
099800         IF WS-SP-PLAYER-ID (WS-SCAN-SUB) = OPT-PLAYER-ID
099900             MOVE "Y" TO WS-FOUND-FLAG
100000             MOVE WS-SCAN-SUB TO WS-PLAYER-SUB
100100         END-IF
100200     END-PERFORM
100300     IF NOT SLOT-WAS-FOUND
100400         IF WS-PLAYER-COUNT >= 500
100500             DISPLAY "YOPTCAT: PLAYER TABLE FULL AT 500"
100600             MOVE 16 TO RETURN-CODE
100700             STOP RUN
100800         END-IF
100900         ADD 1 TO WS-PLAYER-COUNT
101000         MOVE WS-PLAYER-COUNT TO WS-PLAYER-SUB
101100         MOVE OPT-PLAYER-ID TO WS-SP-PLAYER-ID (WS-PLAYER-SUB)
101200         MOVE 0 TO WS-SP-GAMES (WS-PLAYER-SUB)
101300         MOVE 0 TO WS-SP-LOST (WS-PLAYER-SUB)
101400         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
101500                 UNTIL WS-CAT-IDX > 12
101600             MOVE 0 TO WS-SP-MISPLACED (WS-PLAYER-SUB WS-CAT-IDX)
101700         END-PERFORM
101800     END-IF.
101900*----------------------------------------------------------------
102000* 6300-WRITE-SUMMARY-LINE  --  the worst category is the one
102100*     holding a misplaced roll in most games, the first in
102200*     scorecard order on a tie; none when nothing was misplaced.
102300*----------------------------------------------------------------
102400 6300-WRITE-SUMMARY-LINE.
102500     MOVE SPACES TO WS-SUMMARY-LINE
102600     MOVE WS-SP-PLAYER-ID (WS-PLAYER-SUB) TO SM-PLAYER-ID
102700     MOVE WS-SP-GAMES (WS-PLAYER-SUB) TO SM-GAMES
102800     COMPUTE WS-AVERAGE-LOST ROUNDED =
102900         WS-SP-LOST (WS-PLAYER-SUB) / WS-SP-GAMES (WS-PLAYER-SUB)
103000     MOVE WS-AVERAGE-LOST TO SM-AVERAGE-LOST
103100     MOVE 0 TO WS-WORST-COUNT
103200     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 12
103300         MOVE WS-SP-MISPLACED (WS-PLAYER-SUB WS-CAT-IDX)
103400             TO SM-MISPLACED (WS-CAT-IDX)
103500         IF WS-SP-MISPLACED (WS-PLAYER-SUB WS-CAT-IDX)
103600                 > WS-WORST-COUNT
103700             MOVE WS-SP-MISPLACED (WS-PLAYER-SUB WS-CAT-IDX)
103800                 TO WS-WORST-COUNT
103900             MOVE WS-CAT-CODE (WS-CAT-IDX) TO SM-WORST
104000         END-IF
104100     END-PERFORM
104200     MOVE WS-SUMMARY-LINE TO ANALYSIS-REPORT-LINE
104300     WRITE ANALYSIS-REPORT-LINE.
104400*----------------------------------------------------------------
104500* 8000-WRITE-RUN-COUNTS
104600*----------------------------------------------------------------
104700 8000-WRITE-RUN-COUNTS.
104800     MOVE WS-BLANK-LINE TO ANALYSIS-REPORT-LINE
104900     WRITE ANALYSIS-REPORT-LINE
105000     MOVE "GAMES ON GAMEFILE" TO CT-LABEL
105100     MOVE WS-GAMES-READ TO CT-VALUE
105200     PERFORM 8100-WRITE-COUNT-LINE
105300     MOVE "  ANALYSED" TO CT-LABEL
105400     MOVE WS-GAMES-ANALYSED TO CT-VALUE
105500     PERFORM 8100-WRITE-COUNT-LINE
105600     MOVE "  NOT ANALYSED" TO CT-LABEL
105700     MOVE WS-GAMES-SKIPPED TO CT-VALUE
105800     PERFORM 8100-WRITE-COUNT-LINE
105900     MOVE "POINTS LEFT TONIGHT" TO CT-LABEL
106000     MOVE WS-LOST-TOTAL TO CT-VALUE
106100     PERFORM 8100-WRITE-COUNT-LINE
106200     IF WS-ORPHAN-COUNT > 0
106300         MOVE "DETAILS WITH NO HEADER" TO CT-LABEL
106400         MOVE WS-ORPHAN-COUNT TO CT-VALUE
106500         PERFORM 8100-WRITE-COUNT-LINE
106600     END-IF
106700     IF WS-GAMES-SKIPPED > 0 AND RETURN-CODE < 4
106800         MOVE 4 TO RETURN-CODE
106900     END-IF.
107000*----------------------------------------------------------------
107100* 8100-WRITE-COUNT-LINE
107200*----------------------------------------------------------------
107300 8100-WRITE-COUNT-LINE.
107400     MOVE WS-COUNT-LINE TO ANALYSIS-REPORT-LINE
107500     WRITE ANALYSIS-REPORT-LINE.
107600*----------------------------------------------------------------
107700* 9000-TERMINATE
107800*----------------------------------------------------------------
107900 9000-TERMINATE.
108000     MOVE "C" TO WS-JRNL-FUNCTION
108100     CALL "YJRNLIO" USING WS-JRNL-FUNCTION WS-JRNL-ENTRY
108200             WS-JRNL-ENTRY-COUNT
108300     DISPLAY "YOPTCAT: " WS-GAMES-ANALYSED " GAMES ANALYSED, "
108400             WS-GAMES-SKIPPED " NOT ANALYSED, "
108500             WS-JRNL-ENTRY-COUNT " JOURNAL ENTRIES WRITTEN"
108600     CLOSE GAME-FILE
108700     CLOSE ANALYSIS-REPORT
108800     MOVE "E" TO WS-RUN-ENTRY-TYPE
108900     MOVE WS-GAMES-ANALYSED TO WS-RUN-RECORD-COUNT
109000     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
109100     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
109200             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
109300             WS-RUN-RETURN-CODE.
