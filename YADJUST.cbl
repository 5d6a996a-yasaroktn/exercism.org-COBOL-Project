000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YADJUST.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YADJUST  --  game adjustment run: reverse a game that has
000900*              already scored and posted, and re-post it across
001000*              GAMEHIST, PLAYHIST, MATCHRES and MATCHSTD.
001100*
001200* Reads ADJTRANS, one void or correction per upheld scoring
001300* dispute, naming the player and the date the game was played.
001400* For each one the game is found on GAMEHIST among the player's
001500* games of the current season, a correction is re-scored off its
001600* twelve keyed rolls through the same YVALID/YSCORE path the
001700* scorers use, and the change is carried to every file the game
001800* reached:
001900*
002000*   GAMEHIST  a reversal carrying the original game and, for a
002100*             correction, a replacement carrying the re-scored
002200*             one - the history is only ever appended to;
002300*   PLAYHIST  the old grand total backed out and the new one
002400*             posted, best game and average recomputed - for a
002500*             scorecard game only, since the match-play scorer
002600*             never posts to PLAYHIST;
002700*   MATCHRES  the match the game decided, if any, reversed and -
002800*             for a correction - decided again on the new total
002900*             under the handicaps it was played with;
003000*   MATCHSTD  both players' win/loss/draw moved when the result
003100*             changes hands, or backed out when the game is
003200*             voided.
003300*
003400* Every record changed is journaled to ADJJRNL, before image and
003500* after image, appended across runs the way PHJRNL is, and each
003600* transaction is listed on ADJRPT as APPLIED with the change made
003700* to each file, or REJECTED with the reason.  Every check is made
003800* before the first record is written, so a rejected transaction
003900* leaves all four files as they were.
004000*
004100* ADJPARM, one card: columns 1-8 the date the current season
004200* started, CCYYMMDD.  GAMEHIST runs on across seasons while
004300* PLAYHIST, MATCHSTD and MATCHRES are reset at season close, so a
004400* game dated before the season started cannot be adjusted here.
004500* A missing or bad card, or a missing GAMEHIST, ends the run with
004600* RETURN-CODE 16 before anything is touched; a run with any
004700* transaction rejected ends with RETURN-CODE 4.
004800*
004900* MODIFICATION HISTORY
005000*   2026-10-15  TSG  Initial version.
005020*   2026-10-15  TSG  Checked against its JOBDEP predecessors
005040*                    through YRUNGATE at startup; ends with
005060*                    RETURN-CODE 20 when held.
005100*=================================================================
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT PARAMETER-FILE ASSIGN TO "ADJPARM"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PARM-STATUS.
005800     SELECT TRANSACTION-FILE ASSIGN TO "ADJTRANS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TRAN-STATUS.
006100     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-GHIST-STATUS.
006400     SELECT PLAYER-HISTORY-FILE ASSIGN TO "PLAYHIST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS PH-PLAYER-ID
006800         FILE STATUS IS WS-HIST-STATUS.
006900     SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRES"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RESULT-STATUS.
007200     SELECT STANDINGS-FILE ASSIGN TO "MATCHSTD"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS MS-PLAYER-ID
007600         FILE STATUS IS WS-STAND-STATUS.
007700     SELECT ADJUSTMENT-REPORT ASSIGN TO "ADJRPT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-REPORT-STATUS.
008000     SELECT IMAGE-JOURNAL ASSIGN TO "ADJJRNL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-JOURNAL-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  PARAMETER-FILE.
008600 01  PARAMETER-CARD.
008700     05  PARM-SEASON-START       PIC X(08).
008800     05  FILLER                  PIC X(72).
008900 FD  TRANSACTION-FILE.
009000 COPY ADJTRNREC.
009100 FD  GAME-HISTORY-FILE.
009200 COPY GHREC.
009300 FD  PLAYER-HISTORY-FILE.
009400 COPY PLAYHIST.
009500 FD  MATCH-RESULT-FILE.
009600 COPY MATCHREC.
009700 FD  STANDINGS-FILE.
009800 COPY STANDREC.
009900 FD  ADJUSTMENT-REPORT.
010000 01  ADJUSTMENT-REPORT-LINE      PIC X(80).
010100 FD  IMAGE-JOURNAL.
010200 01  IMAGE-JOURNAL-LINE          PIC X(100).
010300 WORKING-STORAGE SECTION.
010400 01  WS-PARM-STATUS              PIC X(02).
010500 01  WS-TRAN-STATUS              PIC X(02).
010600 01  WS-GHIST-STATUS             PIC X(02).
010700 01  WS-HIST-STATUS              PIC X(02).
010800 01  WS-RESULT-STATUS            PIC X(02).
010900 01  WS-STAND-STATUS             PIC X(02).
011000 01  WS-REPORT-STATUS            PIC X(02).
011100 01  WS-JOURNAL-STATUS           PIC X(02).
011200 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011300     88  END-OF-TRANSACTIONS            VALUE "Y".
011400 01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE "N".
011500     88  END-OF-SCAN                    VALUE "Y".
011600 01  WS-EDIT-FLAG                PIC X(01).
011700     88  TRANSACTION-IS-CLEAN           VALUE "Y".
011800 01  WS-REJECT-REASON            PIC X(34).
011900 01  WS-FOUND-FLAG               PIC X(01).
012000     88  ENTRY-WAS-FOUND                VALUE "Y".
012100 01  WS-MATCH-FLAG               PIC X(01).
012200     88  MATCH-WAS-FOUND                VALUE "Y".
012300 01  WS-PLAYHIST-FLAG            PIC X(01).
012400     88  GAME-IS-ON-PLAYHIST            VALUE "Y".
012500 01  WS-TOTAL-KEYED-FLAG         PIC X(01).
012600     88  GAME-TOTAL-WAS-KEYED           VALUE "Y".
012700 01  WS-CHANGED-FLAG             PIC X(01).
012800     88  SCORES-HAVE-CHANGED            VALUE "Y".
012900 01  WS-STD-FOUND-FLAG           PIC X(01).
013000     88  STANDING-WAS-FOUND             VALUE "Y".
013100 01  WS-VALID-FLAG               PIC X(01).
013200     88  TURN-IS-VALID                  VALUE "Y".
013300 01  WS-REASON-CODE              PIC 9(02).
013400 01  WS-SEASON-START             PIC 9(08) VALUE 0.
013500 01  WS-ADJ-DATE                 PIC 9(08).
013600 01  WS-ADJ-TOTAL                PIC 9(04).
013700 01  WS-DICE-WORK                PIC 9(05).
013800 01  WS-CATEGORY-SCORE           PIC 9(02).
013900 01  WS-CAT-IDX                  PIC 9(02) COMP.
014000 01  WS-GAME-SUB                 PIC 9(03) COMP.
014100 01  WS-TARGET-SUB               PIC 9(03) COMP.
014200 01  WS-ON-DATE-COUNT            PIC 9(03) COMP.
014300 01  WS-MATCH-SUB                PIC 9(03) COMP.
014400 01  WS-OLD-TOTAL                PIC 9(04).
014500 01  WS-NEW-TOTAL                PIC 9(04).
014600 01  WS-OTHER-BEST               PIC 9(04).
014700 01  WS-UPPER-SUBTOTAL           PIC 9(03).
014800     88  UPPER-SECTION-BONUS-EARNED VALUE 63 THRU 999.
014900 01  WS-PLAYER-SIDE              PIC X(01).
015000     88  PLAYER-WAS-HOME                VALUE "H".
015100 01  WS-OPPONENT-ID              PIC X(08).
015200 01  WS-OLD-HOME-OUTCOME         PIC X(01).
015300 01  WS-OLD-AWAY-OUTCOME         PIC X(01).
015400 01  WS-NEW-HOME-OUTCOME         PIC X(01).
015500 01  WS-NEW-AWAY-OUTCOME         PIC X(01).
015600 01  WS-OUTCOME-CODE             PIC X(01).
015700 01  WS-OUTCOME-WORD             PIC X(05).
015800 01  WS-STD-PLAYER-ID            PIC X(08).
015900 01  WS-STD-OLD-OUTCOME          PIC X(01).
016000 01  WS-STD-NEW-OUTCOME          PIC X(01).
016100 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
016200 01  WS-READ-COUNT               PIC 9(06) VALUE 0.
016300 01  WS-APPLIED-COUNT            PIC 9(06) VALUE 0.
016400 01  WS-REJECTED-COUNT           PIC 9(06) VALUE 0.
016500 01  WS-VOIDED-COUNT             PIC 9(06) VALUE 0.
016600 01  WS-CORRECTED-COUNT          PIC 9(06) VALUE 0.
016700 01  WS-REDECIDED-COUNT          PIC 9(06) VALUE 0.
016800 01  WS-MOVED-COUNT              PIC 9(06) VALUE 0.
016900 01  WS-JRNL-FUNCTION            PIC X(01).
017000 01  WS-JRNL-ENTRY               PIC X(60) VALUE SPACES.
017100 01  WS-JRNL-ENTRY-COUNT         PIC 9(08) VALUE 0.
017200 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
017300 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YADJUST".
017400 01  WS-RUN-ENTRY-TYPE           PIC X(01).
017500 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
017600 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
017620 01  WS-GATE-RESULT              PIC X(01).
017640     88  RUN-IS-HELD                    VALUE "H".
017700*----------------------------------------------------------------
017800* The twelve standard categories, in scorecard order - the order
017900* the corrected rolls are keyed in.
018000*----------------------------------------------------------------
018100 01  WS-CATEGORY-NAMES.
018200     05  FILLER PIC X(15) VALUE "ONES".
018300     05  FILLER PIC X(15) VALUE "TWOS".
018400     05  FILLER PIC X(15) VALUE "THREES".
018500     05  FILLER PIC X(15) VALUE "FOURS".
018600     05  FILLER PIC X(15) VALUE "FIVES".
018700     05  FILLER PIC X(15) VALUE "SIXES".
018800     05  FILLER PIC X(15) VALUE "FULL HOUSE".
018900     05  FILLER PIC X(15) VALUE "FOUR OF A KIND".
019000     05  FILLER PIC X(15) VALUE "LITTLE STRAIGHT".
019100     05  FILLER PIC X(15) VALUE "BIG STRAIGHT".
019200     05  FILLER PIC X(15) VALUE "CHOICE".
019300     05  FILLER PIC X(15) VALUE "YACHT".
019400 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
019500     05  WS-CAT-ENTRY OCCURS 12 TIMES.
019600         10  WS-CAT-NAME         PIC X(15).
019700*----------------------------------------------------------------
019800* The player's games of the current season as GAMEHIST holds
019900* them: each one's date, grand total and source beside the whole
020000* record image, and whether a later reversal has cancelled it.
020100* 500 games is several seasons of league nights.
020200*----------------------------------------------------------------
020300 01  WS-GAME-COUNT               PIC 9(03) COMP VALUE 0.
020400 01  WS-GAME-TABLE.
020500     05  WS-GAME-ENTRY OCCURS 500 TIMES.
020600         10  WS-GT-DATE          PIC 9(08).
020700         10  WS-GT-TOTAL         PIC 9(04).
020800         10  WS-GT-SOURCE        PIC X(01).
020900         10  WS-GT-LIVE          PIC X(01).
021000             88  GT-GAME-IS-LIVE        VALUE "Y".
021100         10  WS-GT-IMAGE         PIC X(51).
021200*----------------------------------------------------------------
021300* The results of the game's night that name the player, off
021400* MATCHRES, with the same cancelled-or-standing mark.
021500*----------------------------------------------------------------
021600 01  WS-MATCH-COUNT              PIC 9(03) COMP VALUE 0.
021700 01  WS-MATCH-TABLE.
021800     05  WS-MATCH-ENTRY OCCURS 50 TIMES.
021900         10  WS-MT-HOME-ID       PIC X(08).
022000         10  WS-MT-AWAY-ID       PIC X(08).
022100         10  WS-MT-HOME-TOTAL    PIC 9(04).
022200         10  WS-MT-AWAY-TOTAL    PIC 9(04).
022300         10  WS-MT-LIVE          PIC X(01).
022400             88  MT-RESULT-IS-LIVE      VALUE "Y".
022500         10  WS-MT-IMAGE         PIC X(57).
022600*----------------------------------------------------------------
022700* The game being adjusted as it stands on GAMEHIST, and the game
022800* as re-scored, laid out as GHREC lays out the history record.
022900*----------------------------------------------------------------
023000 01  WS-OLD-GAME.
023100     05  WS-OG-PLAYER-ID         PIC X(08).
023200     05  WS-OG-GAME-DATE         PIC 9(08).
023300     05  WS-OG-CAT-SCORE         PIC 9(02) OCCURS 12 TIMES.
023400     05  WS-OG-UPPER-SUBTOTAL    PIC 9(03).
023500     05  WS-OG-UPPER-BONUS       PIC 9(02).
023600     05  WS-OG-GRAND-TOTAL       PIC 9(04).
023700     05  WS-OG-ENTRY-TYPE        PIC X(01).
023800     05  WS-OG-SOURCE            PIC X(01).
023900 01  WS-NEW-GAME.
024000     05  WS-NG-PLAYER-ID         PIC X(08).
024100     05  WS-NG-GAME-DATE         PIC 9(08).
024200     05  WS-NG-CAT-SCORE         PIC 9(02) OCCURS 12 TIMES.
024300     05  WS-NG-UPPER-SUBTOTAL    PIC 9(03).
024400     05  WS-NG-UPPER-BONUS       PIC 9(02).
024500     05  WS-NG-GRAND-TOTAL       PIC 9(04).
024600     05  WS-NG-ENTRY-TYPE        PIC X(01).
024700     05  WS-NG-SOURCE            PIC X(01).
024800*----------------------------------------------------------------
024900* The match the game decided, as it stands on MATCHRES and as
025000* decided again, laid out as MATCHREC lays out the result.
025100*----------------------------------------------------------------
025200 01  WS-OLD-MATCH.
025300     05  WS-OM-HOME-ID           PIC X(08).
025400     05  WS-OM-AWAY-ID           PIC X(08).
025500     05  WS-OM-HOME-TOTAL        PIC 9(04).
025600     05  WS-OM-AWAY-TOTAL        PIC 9(04).
025700     05  WS-OM-WINNER-ID         PIC X(08).
025800     05  WS-OM-DRAW-FLAG         PIC X(01).
025900     05  WS-OM-ROUND-TYPE        PIC X(01).
026000     05  WS-OM-HOME-HANDICAP     PIC 9(03).
026100     05  WS-OM-HOME-NET          PIC 9(04).
026200     05  WS-OM-AWAY-HANDICAP     PIC 9(03).
026300     05  WS-OM-AWAY-NET          PIC 9(04).
026400     05  WS-OM-MATCH-DATE        PIC 9(08).
026500     05  WS-OM-ENTRY-TYPE        PIC X(01).
026600 01  WS-NEW-MATCH.
026700     05  WS-NM-HOME-ID           PIC X(08).
026800     05  WS-NM-AWAY-ID           PIC X(08).
026900     05  WS-NM-HOME-TOTAL        PIC 9(04).
027000     05  WS-NM-AWAY-TOTAL        PIC 9(04).
027100     05  WS-NM-WINNER-ID         PIC X(08).
027200     05  WS-NM-DRAW-FLAG         PIC X(01).
027300     05  WS-NM-ROUND-TYPE        PIC X(01).
027400     05  WS-NM-HOME-HANDICAP     PIC 9(03).
027500     05  WS-NM-HOME-NET          PIC 9(04).
027600     05  WS-NM-AWAY-HANDICAP     PIC 9(03).
027700     05  WS-NM-AWAY-NET          PIC 9(04).
027800     05  WS-NM-MATCH-DATE        PIC 9(08).
027900     05  WS-NM-ENTRY-TYPE        PIC X(01).
028000*----------------------------------------------------------------
028100* The PLAYHIST and MATCHSTD records as read, so the before image
028200* is journaled from what the master really said.
028300*----------------------------------------------------------------
028400 01  WS-OLD-RECORD.
028500     05  WS-OLD-PLAYER-ID        PIC X(08).
028600     05  WS-OLD-GAMES            PIC 9(05).
028700     05  WS-OLD-BEST             PIC 9(05).
028800     05  WS-OLD-CUMULATIVE       PIC 9(07).
028900     05  WS-OLD-AVERAGE          PIC 9(03)V99.
029000 01  WS-OLD-STANDING.
029100     05  WS-OS-PLAYER-ID         PIC X(08).
029200     05  WS-OS-WINS              PIC 9(05).
029300     05  WS-OS-LOSSES            PIC 9(05).
029400     05  WS-OS-DRAWS             PIC 9(05).
029500*----------------------------------------------------------------
029600* Report line layouts, moved into ADJUSTMENT-REPORT-LINE before
029700* WRITE.
029800*----------------------------------------------------------------
029900 01  WS-HEADING-LINE.
030000     05  FILLER PIC X(24) VALUE "GAME ADJUSTMENT REPORT".
030100     05  FILLER PIC X(15) VALUE "SEASON STARTED ".
030200     05  HD-SEASON-START         PIC 9(08).
030300     05  FILLER PIC X(33) VALUE SPACES.
030400 01  WS-COLUMN-LINE.
030500     05  FILLER PIC X(03) VALUE "A".
030600     05  FILLER PIC X(10) VALUE "PLAYER".
030700     05  FILLER PIC X(10) VALUE "GAME DATE".
030800     05  FILLER PIC X(12) VALUE "REFERENCE".
030900     05  FILLER PIC X(45) VALUE "DISPOSITION".
031000 01  WS-DISPOSITION-LINE.
031100     05  DP-ACTION               PIC X(01).
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  DP-PLAYER-ID            PIC X(08).
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  DP-GAME-DATE            PIC X(08).
031600     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  DP-REFERENCE            PIC X(10).
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  DP-TEXT                 PIC X(45).
032000 01  WS-CHANGE-LINE.
032100     05  FILLER                  PIC X(05) VALUE SPACES.
032200     05  CL-FILE                 PIC X(10).
032300     05  CL-TEXT                 PIC X(65).
032400 01  WS-PLAYHIST-LINE.
032500     05  FILLER PIC X(05) VALUE SPACES.
032600     05  FILLER PIC X(10) VALUE "PLAYHIST".
032700     05  FILLER PIC X(06) VALUE "GAMES ".
032800     05  PL-OLD-GAMES            PIC ZZZZ9.
032900     05  FILLER PIC X(04) VALUE " TO ".
033000     05  PL-NEW-GAMES            PIC ZZZZ9.
033100     05  FILLER PIC X(07) VALUE "  BEST ".
033200     05  PL-OLD-BEST             PIC ZZZZ9.
033300     05  FILLER PIC X(04) VALUE " TO ".
033400     05  PL-NEW-BEST             PIC ZZZZ9.
033500     05  FILLER PIC X(06) VALUE "  AVG ".
033600     05  PL-OLD-AVERAGE          PIC ZZ9.99.
033700     05  FILLER PIC X(04) VALUE " TO ".
033800     05  PL-NEW-AVERAGE          PIC ZZ9.99.
033900     05  FILLER PIC X(02) VALUE SPACES.
034000 01  WS-RESULT-LINE.
034100     05  FILLER PIC X(05) VALUE SPACES.
034200     05  FILLER PIC X(10) VALUE "MATCHRES".
034300     05  FILLER PIC X(03) VALUE "VS ".
034400     05  RL-OPPONENT-ID          PIC X(08).
034500     05  FILLER PIC X(06) VALUE "  WAS ".
034600     05  RL-OLD-RESULT           PIC X(05).
034700     05  FILLER PIC X(01) VALUE SPACE.
034800     05  RL-OLD-FOR              PIC ZZZ9.
034900     05  FILLER PIC X(01) VALUE "-".
035000     05  RL-OLD-AGAINST          PIC ZZZ9.
035100     05  FILLER PIC X(06) VALUE "  NOW ".
035200     05  RL-NEW-RESULT           PIC X(05).
035300     05  FILLER PIC X(01) VALUE SPACE.
035400     05  RL-NEW-SCORES.
035500         10  RL-NEW-FOR          PIC ZZZ9.
035600         10  RL-NEW-DASH         PIC X(01).
035700         10  RL-NEW-AGAINST      PIC ZZZ9.
035800     05  FILLER PIC X(12) VALUE SPACES.
035900 01  WS-STANDING-LINE.
036000     05  FILLER PIC X(05) VALUE SPACES.
036100     05  FILLER PIC X(10) VALUE "MATCHSTD".
036200     05  SL-PLAYER-ID            PIC X(08).
036300     05  FILLER PIC X(09) VALUE "  W/L/D ".
036400     05  SL-OLD-WINS             PIC ZZZ9.
036500     05  FILLER PIC X(01) VALUE "/".
036600     05  SL-OLD-LOSSES           PIC ZZZ9.
036700     05  FILLER PIC X(01) VALUE "/".
036800     05  SL-OLD-DRAWS            PIC ZZZ9.
036900     05  FILLER PIC X(04) VALUE " TO ".
037000     05  SL-NEW-WINS             PIC ZZZ9.
037100     05  FILLER PIC X(01) VALUE "/".
037200     05  SL-NEW-LOSSES           PIC ZZZ9.
037300     05  FILLER PIC X(01) VALUE "/".
037400     05  SL-NEW-DRAWS            PIC ZZZ9.
037500     05  FILLER PIC X(16) VALUE SPACES.
037600 01  WS-COUNT-LINE.
037700     05  CT-LABEL                PIC X(24).
037800     05  CT-VALUE                PIC ZZZ,ZZ9.
037900     05  FILLER                  PIC X(49) VALUE SPACES.
038000 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
038100*----------------------------------------------------------------
038200* Journal line layout: one record image, stamped with the run
038300* date, the action and the dispute reference, naming the file
038400* it belongs to and whether it is the before or the after side.
038500* A side with no record carries the marker (NO RECORD).
038600*----------------------------------------------------------------
038700 01  WS-JOURNAL-LINE.
038800     05  JL-DATE                 PIC 9(08).
038900     05  FILLER                  PIC X(01) VALUE SPACES.
039000     05  JL-ACTION               PIC X(01).
039100     05  FILLER                  PIC X(01) VALUE SPACES.
039200     05  JL-REFERENCE            PIC X(10).
039300     05  FILLER                  PIC X(01) VALUE SPACES.
039400     05  JL-FILE                 PIC X(08).
039500     05  FILLER                  PIC X(01) VALUE SPACES.
039600     05  JL-LABEL                PIC X(06).
039700     05  FILLER                  PIC X(01) VALUE SPACES.
039800     05  JL-IMAGE                PIC X(60).
039900     05  FILLER                  PIC X(02) VALUE SPACES.
040000 PROCEDURE DIVISION.
040100 0000-MAINLINE.
040200     PERFORM 1000-INITIALIZE
040300     PERFORM 2000-PROCESS-TRANSACTION
040400         UNTIL END-OF-TRANSACTIONS
040500     PERFORM 8000-WRITE-RUN-COUNTS
040600     PERFORM 9000-TERMINATE
040700     STOP RUN.
040800*----------------------------------------------------------------
040900* 1000-INITIALIZE  --  the card is read and GAMEHIST proved to be
041000*     there before any master is opened, so a bad start leaves
041100*     every file as it was.  PLAYHIST and MATCHSTD get the same
041200*     open-or-create handling the scorers give them, and the
041300*     journal is opened EXTEND so adjustments accumulate across
041400*     runs the way PHJRNL entries do.
041500*----------------------------------------------------------------
041600 1000-INITIALIZE.
041610     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
041620     IF RUN-IS-HELD
041630         DISPLAY "YADJUST: HELD - PREDECESSOR NOT CLEAN"
041640         MOVE 20 TO RETURN-CODE
041650         STOP RUN
041660     END-IF
041700     PERFORM 1100-READ-PARAMETER-CARD
041800     OPEN INPUT TRANSACTION-FILE
041900     IF WS-TRAN-STATUS NOT = "00"
042000         DISPLAY "YADJUST: CANNOT OPEN ADJTRANS, STATUS "
042100                 WS-TRAN-STATUS
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF
042500     OPEN INPUT GAME-HISTORY-FILE
042600     IF WS-GHIST-STATUS NOT = "00"
042700         DISPLAY "YADJUST: CANNOT OPEN GAMEHIST, STATUS "
042800                 WS-GHIST-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF
043200     CLOSE GAME-HISTORY-FILE
043300     OPEN I-O PLAYER-HISTORY-FILE
043400     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
043500         OPEN OUTPUT PLAYER-HISTORY-FILE
043600         CLOSE PLAYER-HISTORY-FILE
043700         OPEN I-O PLAYER-HISTORY-FILE
043800     END-IF
043900     OPEN I-O STANDINGS-FILE
044000     IF WS-STAND-STATUS NOT = "00" AND WS-STAND-STATUS NOT = "05"
044100         OPEN OUTPUT STANDINGS-FILE
044200         CLOSE STANDINGS-FILE
044300         OPEN I-O STANDINGS-FILE
044400     END-IF
044500     OPEN OUTPUT ADJUSTMENT-REPORT
044600     OPEN EXTEND IMAGE-JOURNAL
044700     IF WS-JOURNAL-STATUS NOT = "00" AND
044800             WS-JOURNAL-STATUS NOT = "05"
044900         OPEN OUTPUT IMAGE-JOURNAL
045000         CLOSE IMAGE-JOURNAL
045100         OPEN EXTEND IMAGE-JOURNAL
045200     END-IF
045300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
045400     ACCEPT WS-RUN-ID FROM TIME
045500     MOVE "S" TO WS-RUN-ENTRY-TYPE
045600     MOVE 0 TO WS-RUN-RECORD-COUNT
045700     MOVE 0 TO WS-RUN-RETURN-CODE
045800     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
045900             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
046000             WS-RUN-RETURN-CODE
046100     MOVE WS-SEASON-START TO HD-SEASON-START
046200     MOVE WS-HEADING-LINE TO ADJUSTMENT-REPORT-LINE
046300     WRITE ADJUSTMENT-REPORT-LINE
046400     MOVE WS-BLANK-LINE TO ADJUSTMENT-REPORT-LINE
046500     WRITE ADJUSTMENT-REPORT-LINE
046600     MOVE WS-COLUMN-LINE TO ADJUSTMENT-REPORT-LINE
046700     WRITE ADJUSTMENT-REPORT-LINE
046800     PERFORM 2100-READ-TRANSACTION.
046900*----------------------------------------------------------------
047000* 1100-READ-PARAMETER-CARD  --  the season start date must be
047100*     keyed; there is no safe default for it.
047200*----------------------------------------------------------------
047300 1100-READ-PARAMETER-CARD.
047400     OPEN INPUT PARAMETER-FILE
047500     IF WS-PARM-STATUS NOT = "00"
047600         DISPLAY "YADJUST: CANNOT OPEN ADJPARM, STATUS "
047700                 WS-PARM-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF
048100     READ PARAMETER-FILE
048200         AT END
048300             DISPLAY "YADJUST: ADJPARM IS EMPTY"
048400             MOVE 16 TO RETURN-CODE
048500             STOP RUN
048600     END-READ
048700     CLOSE PARAMETER-FILE
048800     IF PARM-SEASON-START NOT NUMERIC
048900         DISPLAY "YADJUST: BAD SEASON START DATE <"
049000                 PARM-SEASON-START ">"
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF
049400     MOVE PARM-SEASON-START TO WS-SEASON-START
049500     DISPLAY "YADJUST: SEASON STARTED " WS-SEASON-START.
049600*----------------------------------------------------------------
049700* 2000-PROCESS-TRANSACTION  --  the game, the match it decided
049800*     and the PLAYHIST record are all found and checked, and a
049900*     correction re-scored, before anything is written.
050000*----------------------------------------------------------------
050100 2000-PROCESS-TRANSACTION.
050200     ADD 1 TO WS-READ-COUNT
050300     PERFORM 2200-EDIT-TRANSACTION
050400     IF TRANSACTION-IS-CLEAN
050500         PERFORM 3000-FIND-GAME
050600     END-IF
050700     IF TRANSACTION-IS-CLEAN
050800         PERFORM 4000-FIND-MATCH
050900     END-IF
051000     IF TRANSACTION-IS-CLEAN
051100         PERFORM 4500-CHECK-PLAYHIST
051200     END-IF
051300     IF TRANSACTION-IS-CLEAN AND ADJ-IS-CORRECTION
051400         PERFORM 3500-SCORE-CORRECTION
051500     END-IF
051600     IF TRANSACTION-IS-CLEAN
051700         PERFORM 5000-APPLY-ADJUSTMENT
051800     ELSE
051900         PERFORM 7000-REPORT-REJECTION
052000     END-IF
052100     PERFORM 2100-READ-TRANSACTION.
052200*----------------------------------------------------------------
052300* 2100-READ-TRANSACTION
052400*----------------------------------------------------------------
052500 2100-READ-TRANSACTION.
052600     READ TRANSACTION-FILE
052700         AT END
052800             MOVE "Y" TO WS-EOF-SWITCH
052900     END-READ.
053000*----------------------------------------------------------------
053100* 2200-EDIT-TRANSACTION  --  field-level edits that need no file
053200*     access: the action, the player, the date against the
053300*     season start, the total when keyed, and the rolls - all
053400*     twelve on a correction, none on a void.
053500*----------------------------------------------------------------
053600 2200-EDIT-TRANSACTION.
053700     MOVE "Y" TO WS-EDIT-FLAG
053800     MOVE SPACES TO WS-REJECT-REASON
053900     MOVE "N" TO WS-TOTAL-KEYED-FLAG
054000     MOVE 0 TO WS-NEW-TOTAL
054100     IF NOT ADJ-IS-VOID AND NOT ADJ-IS-CORRECTION
054200         MOVE "N" TO WS-EDIT-FLAG
054300         MOVE "ACTION NOT V OR C" TO WS-REJECT-REASON
054400     END-IF
054500     IF TRANSACTION-IS-CLEAN AND ADJ-PLAYER-ID = SPACES
054600         MOVE "N" TO WS-EDIT-FLAG
054700         MOVE "PLAYER-ID IS BLANK" TO WS-REJECT-REASON
054800     END-IF
054900     IF TRANSACTION-IS-CLEAN AND ADJ-GAME-DATE NOT NUMERIC
055000         MOVE "N" TO WS-EDIT-FLAG
055100         MOVE "GAME DATE NOT NUMERIC" TO WS-REJECT-REASON
055200     END-IF
055300     IF TRANSACTION-IS-CLEAN
055400         MOVE ADJ-GAME-DATE TO WS-ADJ-DATE
055500         IF WS-ADJ-DATE < WS-SEASON-START
055600             MOVE "N" TO WS-EDIT-FLAG
055700             MOVE "GAME DATED BEFORE SEASON START"
055800                     TO WS-REJECT-REASON
055900         END-IF
056000     END-IF
056100     IF TRANSACTION-IS-CLEAN AND ADJ-GAME-TOTAL NOT = SPACES
056200         IF ADJ-GAME-TOTAL NOT NUMERIC
056300             MOVE "N" TO WS-EDIT-FLAG
056400             MOVE "GAME TOTAL NOT NUMERIC" TO WS-REJECT-REASON
056500         ELSE
056600             MOVE "Y" TO WS-TOTAL-KEYED-FLAG
056700             MOVE ADJ-GAME-TOTAL TO WS-ADJ-TOTAL
056800         END-IF
056900     END-IF
057000     IF TRANSACTION-IS-CLEAN AND ADJ-IS-VOID
057100             AND ADJ-DICE-LIST NOT = SPACES
057200         MOVE "N" TO WS-EDIT-FLAG
057300         MOVE "ROLLS KEYED ON A VOID" TO WS-REJECT-REASON
057400     END-IF
057500     IF TRANSACTION-IS-CLEAN AND ADJ-IS-CORRECTION
057600         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
057700                 UNTIL WS-CAT-IDX > 12 OR NOT TRANSACTION-IS-CLEAN
057800             PERFORM 2300-EDIT-ONE-ROLL
057900         END-PERFORM
058000     END-IF.
058100*----------------------------------------------------------------
058200* 2300-EDIT-ONE-ROLL  --  each keyed roll goes through the same
058300*     YVALID gate the scorers use, against the category it was
058400*     called for.
058500*----------------------------------------------------------------
058600 2300-EDIT-ONE-ROLL.
058700     IF ADJ-DICE (WS-CAT-IDX) NOT NUMERIC
058800         MOVE "N" TO WS-EDIT-FLAG
058900         STRING "ROLL NOT NUMERIC: " WS-CAT-NAME (WS-CAT-IDX)
059000                 DELIMITED BY SIZE INTO WS-REJECT-REASON
059100     ELSE
059200         MOVE ADJ-DICE (WS-CAT-IDX) TO WS-DICE-WORK
059300         CALL "YVALID" USING WS-DICE-WORK WS-CAT-NAME (WS-CAT-IDX)
059400                 WS-VALID-FLAG WS-REASON-CODE
059500         IF NOT TURN-IS-VALID
059600             MOVE "N" TO WS-EDIT-FLAG
059700             STRING "DIE NOT 1-6 FOR " WS-CAT-NAME (WS-CAT-IDX)
059800                     DELIMITED BY SIZE INTO WS-REJECT-REASON
059900         END-IF
060000     END-IF.
060100*----------------------------------------------------------------
060200* 3000-FIND-GAME  --  one pass over GAMEHIST gathers the player's
060300*     games of the season, each reversal cancelling the latest
060400*     game before it with the same date and grand total, and the
060500*     game to adjust is picked from those left standing.
060600*----------------------------------------------------------------
060700 3000-FIND-GAME.
060800     MOVE 0 TO WS-GAME-COUNT
060900     OPEN INPUT GAME-HISTORY-FILE
061000     IF WS-GHIST-STATUS NOT = "00"
061100         DISPLAY "YADJUST: CANNOT OPEN GAMEHIST, STATUS "
061200                 WS-GHIST-STATUS
061300         MOVE 16 TO RETURN-CODE
061400         STOP RUN
061500     END-IF
061600     MOVE "N" TO WS-SCAN-EOF-SWITCH
061700     PERFORM 3100-LOAD-ONE-GAME UNTIL END-OF-SCAN
061800     CLOSE GAME-HISTORY-FILE
061900     PERFORM 3300-PICK-GAME.
062000*----------------------------------------------------------------
062100* 3100-LOAD-ONE-GAME
062200*----------------------------------------------------------------
062300 3100-LOAD-ONE-GAME.
062400     READ GAME-HISTORY-FILE
062500         AT END
062600             MOVE "Y" TO WS-SCAN-EOF-SWITCH
062700         NOT AT END
062800             IF GH-PLAYER-ID = ADJ-PLAYER-ID
062900                     AND GH-GAME-DATE NOT < WS-SEASON-START
063000                 IF GH-IS-REVERSAL
063100                     PERFORM 3200-CANCEL-GAME
063200                 ELSE
063300                     PERFORM 3150-FILE-ONE-GAME
063400                 END-IF
063500             END-IF
063600     END-READ.
063700*----------------------------------------------------------------
063800* 3150-FILE-ONE-GAME
063900*----------------------------------------------------------------
064000 3150-FILE-ONE-GAME.
064100     IF WS-GAME-COUNT >= 500
064200         DISPLAY "YADJUST: GAME TABLE FULL AT 500 FOR "
064300                 ADJ-PLAYER-ID
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF
064700     ADD 1 TO WS-GAME-COUNT
064800     MOVE GH-GAME-DATE TO WS-GT-DATE (WS-GAME-COUNT)
064900     MOVE GH-GRAND-TOTAL TO WS-GT-TOTAL (WS-GAME-COUNT)
065000     MOVE GH-SOURCE TO WS-GT-SOURCE (WS-GAME-COUNT)
065100     MOVE "Y" TO WS-GT-LIVE (WS-GAME-COUNT)
065200     MOVE GAME-HISTORY-RECORD TO WS-GT-IMAGE (WS-GAME-COUNT).
065300*----------------------------------------------------------------
065400* 3200-CANCEL-GAME  --  a reversal takes off the latest game
065500*     still standing with its date and grand total.
065600*----------------------------------------------------------------
065700 3200-CANCEL-GAME.
065800     MOVE "N" TO WS-FOUND-FLAG
065900     PERFORM VARYING WS-GAME-SUB FROM WS-GAME-COUNT BY -1
066000             UNTIL WS-GAME-SUB < 1 OR ENTRY-WAS-FOUND
066100         IF GT-GAME-IS-LIVE (WS-GAME-SUB)
066200                 AND WS-GT-DATE (WS-GAME-SUB) = GH-GAME-DATE
066300                 AND WS-GT-TOTAL (WS-GAME-SUB) = GH-GRAND-TOTAL
066400             MOVE "N" TO WS-GT-LIVE (WS-GAME-SUB)
066500             MOVE "Y" TO WS-FOUND-FLAG
066600         END-IF
066700     END-PERFORM.
066800*----------------------------------------------------------------
066900* 3300-PICK-GAME  --  the last game standing on the date, and of
067000*     the keyed grand total when one is keyed.  Two or more games
067100*     on the date with no total keyed cannot be told apart, and
067200*     the transaction is refused.
067300*----------------------------------------------------------------
067400 3300-PICK-GAME.
067500     MOVE 0 TO WS-TARGET-SUB
067600     MOVE 0 TO WS-ON-DATE-COUNT
067700     PERFORM VARYING WS-GAME-SUB FROM 1 BY 1
067800             UNTIL WS-GAME-SUB > WS-GAME-COUNT
067900         IF GT-GAME-IS-LIVE (WS-GAME-SUB)
068000                 AND WS-GT-DATE (WS-GAME-SUB) = WS-ADJ-DATE
068100             IF NOT GAME-TOTAL-WAS-KEYED
068200                     OR WS-GT-TOTAL (WS-GAME-SUB) = WS-ADJ-TOTAL
068300                 ADD 1 TO WS-ON-DATE-COUNT
068400                 MOVE WS-GAME-SUB TO WS-TARGET-SUB
068500             END-IF
068600         END-IF
068700     END-PERFORM
068800     EVALUATE TRUE
068900         WHEN WS-TARGET-SUB = 0
069000             MOVE "N" TO WS-EDIT-FLAG
069100             MOVE "NO GAME FOR PLAYER ON THAT DATE"
069200                     TO WS-REJECT-REASON
069300         WHEN WS-ON-DATE-COUNT > 1 AND NOT GAME-TOTAL-WAS-KEYED
069400             MOVE "N" TO WS-EDIT-FLAG
069500             MOVE "SEVERAL GAMES ON DATE - KEY TOTAL"
069600                     TO WS-REJECT-REASON
069700         WHEN OTHER
069800             MOVE WS-GT-IMAGE (WS-TARGET-SUB) TO WS-OLD-GAME
069900             MOVE WS-OG-GRAND-TOTAL TO WS-OLD-TOTAL
070000             PERFORM 3400-FIND-OTHER-BEST
070100     END-EVALUATE.
070200*----------------------------------------------------------------
070300* 3400-FIND-OTHER-BEST  --  the best of the player's other games
070400*     of the season, leaving out match-play games, for the
070500*     PLAYHIST best-game recompute.
070600*----------------------------------------------------------------
070700 3400-FIND-OTHER-BEST.
070800     MOVE 0 TO WS-OTHER-BEST
070900     PERFORM VARYING WS-GAME-SUB FROM 1 BY 1
071000             UNTIL WS-GAME-SUB > WS-GAME-COUNT
071100         IF GT-GAME-IS-LIVE (WS-GAME-SUB)
071200                 AND WS-GAME-SUB NOT = WS-TARGET-SUB
071300                 AND WS-GT-SOURCE (WS-GAME-SUB) NOT = "M"
071400                 AND WS-GT-TOTAL (WS-GAME-SUB) > WS-OTHER-BEST
071500             MOVE WS-GT-TOTAL (WS-GAME-SUB) TO WS-OTHER-BEST
071600         END-IF
071700     END-PERFORM.
071800*----------------------------------------------------------------
071900* 3500-SCORE-CORRECTION  --  the keyed rolls are scored through
072000*     YSCORE, which journals each one to AUDITLOG as it would on
072100*     the night, and totalled with the upper-section bonus the
072200*     way the scorers total a game.  A correction that scores
072300*     exactly as the game stands changes nothing and is refused.
072400*----------------------------------------------------------------
072500 3500-SCORE-CORRECTION.
072600     MOVE WS-OLD-GAME TO WS-NEW-GAME
072700     MOVE "A" TO WS-NG-ENTRY-TYPE
072800     MOVE 0 TO WS-UPPER-SUBTOTAL
072900     MOVE 0 TO WS-NEW-TOTAL
073000     MOVE "N" TO WS-CHANGED-FLAG
073100     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
073200             UNTIL WS-CAT-IDX > 12
073300         PERFORM 3510-SCORE-ONE-ROLL
073400     END-PERFORM
073500     MOVE WS-UPPER-SUBTOTAL TO WS-NG-UPPER-SUBTOTAL
073600     IF UPPER-SECTION-BONUS-EARNED
073700         MOVE 35 TO WS-NG-UPPER-BONUS
073800         ADD 35 TO WS-NEW-TOTAL
073900     ELSE
074000         MOVE 0 TO WS-NG-UPPER-BONUS
074100     END-IF
074200     MOVE WS-NEW-TOTAL TO WS-NG-GRAND-TOTAL
074300     IF NOT SCORES-HAVE-CHANGED
074400         MOVE "N" TO WS-EDIT-FLAG
074500         MOVE "CORRECTION SCORES SAME AS GAME"
074600                 TO WS-REJECT-REASON
074700     END-IF.
074800*----------------------------------------------------------------
074900* 3510-SCORE-ONE-ROLL
075000*----------------------------------------------------------------
075100 3510-SCORE-ONE-ROLL.
075200     MOVE ADJ-DICE (WS-CAT-IDX) TO WS-DICE-WORK
075300     CALL "YSCORE" USING WS-DICE-WORK WS-CAT-NAME (WS-CAT-IDX)
075400             WS-CATEGORY-SCORE WS-RUN-ID
075500     IF WS-CATEGORY-SCORE NOT = WS-OG-CAT-SCORE (WS-CAT-IDX)
075600         MOVE "Y" TO WS-CHANGED-FLAG
075700     END-IF
075800     MOVE WS-CATEGORY-SCORE TO WS-NG-CAT-SCORE (WS-CAT-IDX)
075900     IF WS-CAT-IDX NOT > 6
076000         ADD WS-CATEGORY-SCORE TO WS-UPPER-SUBTOTAL
076100     END-IF
076200     ADD WS-CATEGORY-SCORE TO WS-NEW-TOTAL.
076300*----------------------------------------------------------------
076400* 4000-FIND-MATCH  --  a scorecard game decided no match.  For
076500*     any other, the results of the game's night naming the
076600*     player are gathered off MATCHRES, reversals cancelling as
076700*     they do on GAMEHIST, and the match is the last one standing
076800*     in which the player's side carries the game's grand total.
076900*     No MATCHRES, or no such result, means the game decided
077000*     nothing.
077100*----------------------------------------------------------------
077200 4000-FIND-MATCH.
077300     MOVE "N" TO WS-MATCH-FLAG
077400     MOVE 0 TO WS-MATCH-COUNT
077500     IF WS-OG-SOURCE NOT = "S"
077600         OPEN INPUT MATCH-RESULT-FILE
077700         IF WS-RESULT-STATUS = "00"
077800             MOVE "N" TO WS-SCAN-EOF-SWITCH
077900             PERFORM 4100-LOAD-ONE-RESULT UNTIL END-OF-SCAN
078000             CLOSE MATCH-RESULT-FILE
078100             PERFORM 4300-PICK-MATCH
078200         END-IF
078300     END-IF.
078400*----------------------------------------------------------------
078500* 4100-LOAD-ONE-RESULT  --  results written before the night's
078600*     date was kept on MATCHRES cannot be tied to a game and are
078700*     passed over.
078800*----------------------------------------------------------------
078900 4100-LOAD-ONE-RESULT.
079000     READ MATCH-RESULT-FILE
079100         AT END
079200             MOVE "Y" TO WS-SCAN-EOF-SWITCH
079300         NOT AT END
079400             IF MR-MATCH-DATE NUMERIC
079500                 IF MR-MATCH-DATE = WS-ADJ-DATE
079600                         AND (MR-HOME-PLAYER-ID = ADJ-PLAYER-ID
079700                           OR MR-AWAY-PLAYER-ID = ADJ-PLAYER-ID)
079800                     IF MR-IS-REVERSAL
079900                         PERFORM 4200-CANCEL-RESULT
080000                     ELSE
080100                         PERFORM 4150-FILE-ONE-RESULT
080200                     END-IF
080300                 END-IF
080400             END-IF
080500     END-READ.
080600*----------------------------------------------------------------
080700* 4150-FILE-ONE-RESULT
080800*----------------------------------------------------------------
080900 4150-FILE-ONE-RESULT.
081000     IF WS-MATCH-COUNT >= 50
081100         DISPLAY "YADJUST: MATCH TABLE FULL AT 50 FOR "
081200                 ADJ-PLAYER-ID
081300         MOVE 16 TO RETURN-CODE
081400         STOP RUN
081500     END-IF
081600     ADD 1 TO WS-MATCH-COUNT
081700     MOVE MR-HOME-PLAYER-ID TO WS-MT-HOME-ID (WS-MATCH-COUNT)
081800     MOVE MR-AWAY-PLAYER-ID TO WS-MT-AWAY-ID (WS-MATCH-COUNT)
081900     MOVE MR-HOME-TOTAL TO WS-MT-HOME-TOTAL (WS-MATCH-COUNT)
082000     MOVE MR-AWAY-TOTAL TO WS-MT-AWAY-TOTAL (WS-MATCH-COUNT)
082100     MOVE "Y" TO WS-MT-LIVE (WS-MATCH-COUNT)
082200     MOVE MATCH-RESULT-RECORD TO WS-MT-IMAGE (WS-MATCH-COUNT).
082300*----------------------------------------------------------------
082400* 4200-CANCEL-RESULT  --  a reversal takes off the latest result
082500*     still standing between the same two players with the same
082600*     two grand totals.
082700*----------------------------------------------------------------
082800 4200-CANCEL-RESULT.
082900     MOVE "N" TO WS-FOUND-FLAG
083000     PERFORM VARYING WS-MATCH-SUB FROM WS-MATCH-COUNT BY -1
083100             UNTIL WS-MATCH-SUB < 1 OR ENTRY-WAS-FOUND
083200         IF MT-RESULT-IS-LIVE (WS-MATCH-SUB)
083300           AND WS-MT-HOME-ID (WS-MATCH-SUB) = MR-HOME-PLAYER-ID
083400           AND WS-MT-AWAY-ID (WS-MATCH-SUB) = MR-AWAY-PLAYER-ID
083500           AND WS-MT-HOME-TOTAL (WS-MATCH-SUB) = MR-HOME-TOTAL
083600           AND WS-MT-AWAY-TOTAL (WS-MATCH-SUB) = MR-AWAY-TOTAL
083700             MOVE "N" TO WS-MT-LIVE (WS-MATCH-SUB)
083800             MOVE "Y" TO WS-FOUND-FLAG
083900         END-IF
084000     END-PERFORM.
084100*----------------------------------------------------------------
084200* 4300-PICK-MATCH
084300*----------------------------------------------------------------
084400 4300-PICK-MATCH.
084500     PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
084600             UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
084700         IF MT-RESULT-IS-LIVE (WS-MATCH-SUB)
084800             IF (WS-MT-HOME-ID (WS-MATCH-SUB) = ADJ-PLAYER-ID
084900               AND WS-MT-HOME-TOTAL (WS-MATCH-SUB) = WS-OLD-TOTAL)
085000              OR (WS-MT-AWAY-ID (WS-MATCH-SUB) = ADJ-PLAYER-ID
085100               AND WS-MT-AWAY-TOTAL (WS-MATCH-SUB) = WS-OLD-TOTAL)
085200                 MOVE "Y" TO WS-MATCH-FLAG
085300                 MOVE WS-MT-IMAGE (WS-MATCH-SUB) TO WS-OLD-MATCH
085400             END-IF
085500         END-IF
085600     END-PERFORM
085700     IF MATCH-WAS-FOUND
085800         IF WS-OM-HOME-ID = ADJ-PLAYER-ID
085900             MOVE "H" TO WS-PLAYER-SIDE
086000             MOVE WS-OM-AWAY-ID TO WS-OPPONENT-ID
086100         ELSE
086200             MOVE "A" TO WS-PLAYER-SIDE
086300             MOVE WS-OM-HOME-ID TO WS-OPPONENT-ID
086400         END-IF
086500     END-IF.
086600*----------------------------------------------------------------
086700* 4500-CHECK-PLAYHIST  --  a game the scorecard subsystem wrote,
086800*     or one from before the source was kept that decided no
086900*     match, was posted to PLAYHIST, and the record there must
087000*     still hold it to give it back.
087100*----------------------------------------------------------------
087200 4500-CHECK-PLAYHIST.
087300     MOVE "N" TO WS-PLAYHIST-FLAG
087400     IF WS-OG-SOURCE = "S"
087500             OR (WS-OG-SOURCE = SPACE AND NOT MATCH-WAS-FOUND)
087600         MOVE "Y" TO WS-PLAYHIST-FLAG
087700     END-IF
087800     IF GAME-IS-ON-PLAYHIST
087900         MOVE ADJ-PLAYER-ID TO PH-PLAYER-ID
088000         READ PLAYER-HISTORY-FILE
088100             INVALID KEY
088200                 MOVE "N" TO WS-EDIT-FLAG
088300                 MOVE "PLAYER NOT ON PLAYHIST" TO WS-REJECT-REASON
088400             NOT INVALID KEY
088500                 MOVE PLAYER-HISTORY-RECORD TO WS-OLD-RECORD
088600                 IF WS-OLD-GAMES = 0
088700                         OR WS-OLD-CUMULATIVE < WS-OLD-TOTAL
088800                     MOVE "N" TO WS-EDIT-FLAG
088900                     MOVE "PLAYHIST TOTALS DO NOT HOLD GAME"
089000                             TO WS-REJECT-REASON
089100                 END-IF
089200         END-READ
089300     END-IF.
089400*----------------------------------------------------------------
089500* 5000-APPLY-ADJUSTMENT  --  every check has passed; the change
089600*     is carried to each file the game reached, in the order the
089700*     night posted them.
089800*----------------------------------------------------------------
089900 5000-APPLY-ADJUSTMENT.
090000     PERFORM 7100-REPORT-APPLIED
090100     PERFORM 5100-POST-GAME-HISTORY
090200     IF GAME-IS-ON-PLAYHIST
090300         PERFORM 5200-POST-PLAYHIST
090400     ELSE
090500         MOVE "PLAYHIST" TO CL-FILE
090600         MOVE "MATCH-PLAY GAME - NOT POSTED TO PLAYHIST"
090700                 TO CL-TEXT
090800         PERFORM 7200-REPORT-CHANGE
090900     END-IF
091000     IF MATCH-WAS-FOUND
091100         PERFORM 5300-POST-MATCH-RESULT
091200     ELSE
091300         MOVE "MATCHRES" TO CL-FILE
091400         MOVE "NO MATCH DECIDED BY THIS GAME" TO CL-TEXT
091500         PERFORM 7200-REPORT-CHANGE
091600     END-IF
091700     IF ADJ-IS-VOID
091800         ADD 1 TO WS-VOIDED-COUNT
091900     ELSE
092000         ADD 1 TO WS-CORRECTED-COUNT
092100     END-IF.
092200*----------------------------------------------------------------
092300* 5100-POST-GAME-HISTORY  --  the reversal carries the original
092400*     game's figures under entry type R, and a correction's
092500*     replacement follows it as type A under the same source.
092600*     The original keeps its place on the file untouched.
092700*----------------------------------------------------------------
092800 5100-POST-GAME-HISTORY.
092900     MOVE "GAMEHIST" TO JL-FILE
093000     MOVE "BEFORE" TO JL-LABEL
093100     MOVE WS-OLD-GAME TO JL-IMAGE
093200     PERFORM 6000-JOURNAL-IMAGE
093300     OPEN EXTEND GAME-HISTORY-FILE
093400     MOVE WS-OLD-GAME TO GAME-HISTORY-RECORD
093500     MOVE "R" TO GH-ENTRY-TYPE
093600     MOVE "AFTER" TO JL-LABEL
093700     MOVE GAME-HISTORY-RECORD TO JL-IMAGE
093800     PERFORM 6000-JOURNAL-IMAGE
093900     WRITE GAME-HISTORY-RECORD
094000     MOVE SPACES TO CL-TEXT
094100     IF ADJ-IS-CORRECTION
094200         MOVE WS-NEW-GAME TO GAME-HISTORY-RECORD
094300         MOVE GAME-HISTORY-RECORD TO JL-IMAGE
094400         PERFORM 6000-JOURNAL-IMAGE
094500         WRITE GAME-HISTORY-RECORD
094600         STRING "GAME OF " WS-OLD-TOTAL " REVERSED, REPLACED BY "
094700                 WS-NEW-TOTAL DELIMITED BY SIZE INTO CL-TEXT
094800     ELSE
094900         STRING "GAME OF " WS-OLD-TOTAL " REVERSED - VOIDED"
095000                 DELIMITED BY SIZE INTO CL-TEXT
095100     END-IF
095200     CLOSE GAME-HISTORY-FILE
095300     MOVE "GAMEHIST" TO CL-FILE
095400     PERFORM 7200-REPORT-CHANGE.
095500*----------------------------------------------------------------
095600* 5200-POST-PLAYHIST  --  the old grand total comes off the
095700*     cumulative score and the new one, if any, goes on; a void
095800*     also takes one off the games played.  The best game needs
095900*     working out again only when the game changed was the best:
096000*     it is then the best of the player's other games of the
096100*     season on GAMEHIST, or the new total if that is higher.
096200*     The average is recomputed as PHMAINT recomputes it.
096300*----------------------------------------------------------------
096400 5200-POST-PLAYHIST.
096500     MOVE WS-OLD-RECORD TO PLAYER-HISTORY-RECORD
096600     SUBTRACT WS-OLD-TOTAL FROM PH-CUMULATIVE-SCORE
096700     ADD WS-NEW-TOTAL TO PH-CUMULATIVE-SCORE
096800     IF ADJ-IS-VOID
096900         SUBTRACT 1 FROM PH-GAMES-PLAYED
097000     END-IF
097100     IF WS-OLD-TOTAL NOT < PH-BEST-GAME
097200         MOVE WS-OTHER-BEST TO PH-BEST-GAME
097300     END-IF
097400     IF WS-NEW-TOTAL > PH-BEST-GAME
097500         MOVE WS-NEW-TOTAL TO PH-BEST-GAME
097600     END-IF
097700     IF PH-GAMES-PLAYED = 0
097800         MOVE 0 TO PH-BEST-GAME
097900         MOVE 0 TO PH-AVERAGE-SCORE
098000     ELSE
098100         COMPUTE PH-AVERAGE-SCORE ROUNDED =
098200             PH-CUMULATIVE-SCORE / PH-GAMES-PLAYED
098300     END-IF
098400     MOVE "PLAYHIST" TO JL-FILE
098500     MOVE "BEFORE" TO JL-LABEL
098600     MOVE WS-OLD-RECORD TO JL-IMAGE
098700     PERFORM 6000-JOURNAL-IMAGE
098800     MOVE "AFTER" TO JL-LABEL
098900     MOVE PLAYER-HISTORY-RECORD TO JL-IMAGE
099000     PERFORM 6000-JOURNAL-IMAGE
099100     MOVE WS-OLD-GAMES TO PL-OLD-GAMES
099200     MOVE PH-GAMES-PLAYED TO PL-NEW-GAMES
099300     MOVE WS-OLD-BEST TO PL-OLD-BEST
099400     MOVE PH-BEST-GAME TO PL-NEW-BEST
099500     MOVE WS-OLD-AVERAGE TO PL-OLD-AVERAGE
099600     MOVE PH-AVERAGE-SCORE TO PL-NEW-AVERAGE
099700     MOVE WS-PLAYHIST-LINE TO ADJUSTMENT-REPORT-LINE
099800     WRITE ADJUSTMENT-REPORT-LINE
099900     REWRITE PLAYER-HISTORY-RECORD
100000     IF WS-HIST-STATUS NOT = "00"
100100         DISPLAY "YADJUST: PLAYHIST NOT REWRITTEN FOR "
100200                 ADJ-PLAYER-ID ", STATUS " WS-HIST-STATUS
100300         MOVE 8 TO RETURN-CODE
100400     END-IF.
100500*----------------------------------------------------------------
100600* 5300-POST-MATCH-RESULT  --  the match is reversed in full and,
100700*     for a correction, decided again with the player's new
100800*     grand total.  The standings move only when the result has
100900*     changed hands, or gone with a voided game.
101000*----------------------------------------------------------------
101100 5300-POST-MATCH-RESULT.
101200     ADD 1 TO WS-REDECIDED-COUNT
101300     PERFORM 5310-TAKE-OLD-OUTCOMES
101400     MOVE "MATCHRES" TO JL-FILE
101500     MOVE "BEFORE" TO JL-LABEL
101600     MOVE WS-OLD-MATCH TO JL-IMAGE
101700     PERFORM 6000-JOURNAL-IMAGE
101800     OPEN EXTEND MATCH-RESULT-FILE
101900     MOVE WS-OLD-MATCH TO MATCH-RESULT-RECORD
102000     MOVE "R" TO MR-ENTRY-TYPE
102100     MOVE "AFTER" TO JL-LABEL
102200     MOVE MATCH-RESULT-RECORD TO JL-IMAGE
102300     PERFORM 6000-JOURNAL-IMAGE
102400     WRITE MATCH-RESULT-RECORD
102500     IF ADJ-IS-CORRECTION
102600         PERFORM 5320-DECIDE-NEW-RESULT
102700         MOVE WS-NEW-MATCH TO MATCH-RESULT-RECORD
102800         MOVE MATCH-RESULT-RECORD TO JL-IMAGE
102900         PERFORM 6000-JOURNAL-IMAGE
103000         WRITE MATCH-RESULT-RECORD
103100     ELSE
103200         MOVE SPACE TO WS-NEW-HOME-OUTCOME
103300         MOVE SPACE TO WS-NEW-AWAY-OUTCOME
103400     END-IF
103500     CLOSE MATCH-RESULT-FILE
103600     PERFORM 5330-REPORT-MATCH-RESULT
103700     IF WS-NEW-HOME-OUTCOME NOT = WS-OLD-HOME-OUTCOME
103800         ADD 1 TO WS-MOVED-COUNT
103900         PERFORM 5400-POST-STANDINGS
104000     ELSE
104100         MOVE "MATCHSTD" TO CL-FILE
104200         MOVE "RESULT UNCHANGED - STANDINGS NOT MOVED" TO CL-TEXT
104300         PERFORM 7200-REPORT-CHANGE
104400     END-IF.
104500*----------------------------------------------------------------
104600* 5310-TAKE-OLD-OUTCOMES  --  W, L or D for each side as the
104700*     match was decided.
104800*----------------------------------------------------------------
104900 5310-TAKE-OLD-OUTCOMES.
105000     EVALUATE TRUE
105100         WHEN WS-OM-DRAW-FLAG = "Y"
105200             MOVE "D" TO WS-OLD-HOME-OUTCOME
105300             MOVE "D" TO WS-OLD-AWAY-OUTCOME
105400         WHEN WS-OM-WINNER-ID = WS-OM-HOME-ID
105500             MOVE "W" TO WS-OLD-HOME-OUTCOME
105600             MOVE "L" TO WS-OLD-AWAY-OUTCOME
105700         WHEN OTHER
105800             MOVE "L" TO WS-OLD-HOME-OUTCOME
105900             MOVE "W" TO WS-OLD-AWAY-OUTCOME
106000     END-EVALUATE.
106100*----------------------------------------------------------------
106200* 5320-DECIDE-NEW-RESULT  --  exactly as the match-play scorer
106300*     decides a match: net is gross plus the handicap the round
106400*     was played under, the higher net wins and equal nets draw.
106500*----------------------------------------------------------------
106600 5320-DECIDE-NEW-RESULT.
106700     MOVE WS-OLD-MATCH TO WS-NEW-MATCH
106800     MOVE "A" TO WS-NM-ENTRY-TYPE
106900     IF PLAYER-WAS-HOME
107000         MOVE WS-NEW-TOTAL TO WS-NM-HOME-TOTAL
107100     ELSE
107200         MOVE WS-NEW-TOTAL TO WS-NM-AWAY-TOTAL
107300     END-IF
107400     ADD WS-NM-HOME-TOTAL WS-NM-HOME-HANDICAP
107500             GIVING WS-NM-HOME-NET
107600     ADD WS-NM-AWAY-TOTAL WS-NM-AWAY-HANDICAP
107700             GIVING WS-NM-AWAY-NET
107800     EVALUATE TRUE
107900         WHEN WS-NM-HOME-NET > WS-NM-AWAY-NET
108000             MOVE WS-NM-HOME-ID TO WS-NM-WINNER-ID
108100             MOVE "N" TO WS-NM-DRAW-FLAG
108200             MOVE "W" TO WS-NEW-HOME-OUTCOME
108300             MOVE "L" TO WS-NEW-AWAY-OUTCOME
108400         WHEN WS-NM-AWAY-NET > WS-NM-HOME-NET
108500             MOVE WS-NM-AWAY-ID TO WS-NM-WINNER-ID
108600             MOVE "N" TO WS-NM-DRAW-FLAG
108700             MOVE "L" TO WS-NEW-HOME-OUTCOME
108800             MOVE "W" TO WS-NEW-AWAY-OUTCOME
108900         WHEN OTHER
109000             MOVE SPACES TO WS-NM-WINNER-ID
109100             MOVE "Y" TO WS-NM-DRAW-FLAG
109200             MOVE "D" TO WS-NEW-HOME-OUTCOME
109300             MOVE "D" TO WS-NEW-AWAY-OUTCOME
109400     END-EVALUATE.
109500*----------------------------------------------------------------
109600* 5330-REPORT-MATCH-RESULT  --  the result from the adjusted
109700*     player's side, on nets, before and after.
109800*----------------------------------------------------------------
109900 5330-REPORT-MATCH-RESULT.
110000     MOVE WS-OPPONENT-ID TO RL-OPPONENT-ID
110100     IF PLAYER-WAS-HOME
110200         MOVE WS-OLD-HOME-OUTCOME TO WS-OUTCOME-CODE
110300         PERFORM 5340-NAME-OUTCOME
110400         MOVE WS-OUTCOME-WORD TO RL-OLD-RESULT
110500         MOVE WS-OM-HOME-NET TO RL-OLD-FOR
110600         MOVE WS-OM-AWAY-NET TO RL-OLD-AGAINST
110700         MOVE WS-NEW-HOME-OUTCOME TO WS-OUTCOME-CODE
110800         PERFORM 5340-NAME-OUTCOME
110900         MOVE WS-OUTCOME-WORD TO RL-NEW-RESULT
111000         MOVE WS-NM-HOME-NET TO RL-NEW-FOR
111100         MOVE WS-NM-AWAY-NET TO RL-NEW-AGAINST
111200     ELSE
111300         MOVE WS-OLD-AWAY-OUTCOME TO WS-OUTCOME-CODE
111400         PERFORM 5340-NAME-OUTCOME
111500         MOVE WS-OUTCOME-WORD TO RL-OLD-RESULT
111600         MOVE WS-OM-AWAY-NET TO RL-OLD-FOR
111700         MOVE WS-OM-HOME-NET TO RL-OLD-AGAINST
111800         MOVE WS-NEW-AWAY-OUTCOME TO WS-OUTCOME-CODE
111900         PERFORM 5340-NAME-OUTCOME
112000         MOVE WS-OUTCOME-WORD TO RL-NEW-RESULT
112100         MOVE WS-NM-AWAY-NET TO RL-NEW-FOR
112200         MOVE WS-NM-HOME-NET TO RL-NEW-AGAINST
112300     END-IF
112400     MOVE "-" TO RL-NEW-DASH
112500     IF ADJ-IS-VOID
112600         MOVE SPACES TO RL-NEW-SCORES
112700     END-IF
112800     MOVE WS-RESULT-LINE TO ADJUSTMENT-REPORT-LINE
112900     WRITE ADJUSTMENT-REPORT-LINE.
113000*----------------------------------------------------------------
113100* 5340-NAME-OUTCOME
113200*----------------------------------------------------------------
113300 5340-NAME-OUTCOME.
113400     EVALUATE WS-OUTCOME-CODE
113500         WHEN "W"
113600             MOVE "WON" TO WS-OUTCOME-WORD
113700         WHEN "L"
113800             MOVE "LOST" TO WS-OUTCOME-WORD
113900         WHEN "D"
114000             MOVE "DRAWN" TO WS-OUTCOME-WORD
114100         WHEN OTHER
114200             MOVE "VOID" TO WS-OUTCOME-WORD
114300     END-EVALUATE.
114400*----------------------------------------------------------------
114500* 5400-POST-STANDINGS  --  each side's old win, loss or draw
114600*     comes off MATCHSTD and the new one, if any, goes on.
114700*----------------------------------------------------------------
114800 5400-POST-STANDINGS.
114900     MOVE WS-OM-HOME-ID TO WS-STD-PLAYER-ID
115000     MOVE WS-OLD-HOME-OUTCOME TO WS-STD-OLD-OUTCOME
115100     MOVE WS-NEW-HOME-OUTCOME TO WS-STD-NEW-OUTCOME
115200     PERFORM 5410-REPOST-ONE-PLAYER
115300     MOVE WS-OM-AWAY-ID TO WS-STD-PLAYER-ID
115400     MOVE WS-OLD-AWAY-OUTCOME TO WS-STD-OLD-OUTCOME
115500     MOVE WS-NEW-AWAY-OUTCOME TO WS-STD-NEW-OUTCOME
115600     PERFORM 5410-REPOST-ONE-PLAYER.
115700*----------------------------------------------------------------
115800* 5410-REPOST-ONE-PLAYER  --  a count already at zero is left at
115900*     zero and the shortfall noted on the run log; a player with
116000*     no standings record gets one for the new result.
116100*----------------------------------------------------------------
116200 5410-REPOST-ONE-PLAYER.
116300     MOVE WS-STD-PLAYER-ID TO MS-PLAYER-ID
116400     READ STANDINGS-FILE
116500         INVALID KEY
116600             MOVE "N" TO WS-STD-FOUND-FLAG
116700             MOVE WS-STD-PLAYER-ID TO MS-PLAYER-ID
116800             MOVE 0 TO MS-WINS
116900             MOVE 0 TO MS-LOSSES
117000             MOVE 0 TO MS-DRAWS
117100         NOT INVALID KEY
117200             MOVE "Y" TO WS-STD-FOUND-FLAG
117300     END-READ
117400     MOVE MATCH-STANDING-RECORD TO WS-OLD-STANDING
117500     MOVE "MATCHSTD" TO JL-FILE
117600     MOVE "BEFORE" TO JL-LABEL
117700     IF STANDING-WAS-FOUND
117800         MOVE WS-OLD-STANDING TO JL-IMAGE
117900     ELSE
118000         MOVE "(NO RECORD)" TO JL-IMAGE
118100     END-IF
118200     PERFORM 6000-JOURNAL-IMAGE
118300     EVALUATE WS-STD-OLD-OUTCOME
118400         WHEN "W"
118500             IF MS-WINS > 0
118600                 SUBTRACT 1 FROM MS-WINS
118700             ELSE
118800                 PERFORM 5420-NOTE-SHORTFALL
118900             END-IF
119000         WHEN "L"
119100             IF MS-LOSSES > 0
119200                 SUBTRACT 1 FROM MS-LOSSES
119300             ELSE
119400                 PERFORM 5420-NOTE-SHORTFALL
119500             END-IF
119600         WHEN "D"
119700             IF MS-DRAWS > 0
119800                 SUBTRACT 1 FROM MS-DRAWS
119900             ELSE
120000                 PERFORM 5420-NOTE-SHORTFALL
120100             END-IF
120200     END-EVALUATE
120300     EVALUATE WS-STD-NEW-OUTCOME
120400         WHEN "W"
120500             ADD 1 TO MS-WINS
120600         WHEN "L"
120700             ADD 1 TO MS-LOSSES
120800         WHEN "D"
120900             ADD 1 TO MS-DRAWS
121000     END-EVALUATE
121100     MOVE "AFTER" TO JL-LABEL
121200     MOVE MATCH-STANDING-RECORD TO JL-IMAGE
121300     PERFORM 6000-JOURNAL-IMAGE
121400     MOVE WS-STD-PLAYER-ID TO SL-PLAYER-ID
121500     MOVE WS-OS-WINS TO SL-OLD-WINS
121600     MOVE WS-OS-LOSSES TO SL-OLD-LOSSES
121700     MOVE WS-OS-DRAWS TO SL-OLD-DRAWS
121800     MOVE MS-WINS TO SL-NEW-WINS
121900     MOVE MS-LOSSES TO SL-NEW-LOSSES
122000     MOVE MS-DRAWS TO SL-NEW-DRAWS
122100     MOVE WS-STANDING-LINE TO ADJUSTMENT-REPORT-LINE
122200     WRITE ADJUSTMENT-REPORT-LINE
122300     IF STANDING-WAS-FOUND
122400         REWRITE MATCH-STANDING-RECORD
122500     ELSE
122600         WRITE MATCH-STANDING-RECORD
122700     END-IF
122800     IF WS-STAND-STATUS NOT = "00"
122900         DISPLAY "YADJUST: MATCHSTD NOT POSTED FOR "
123000                 WS-STD-PLAYER-ID ", STATUS " WS-STAND-STATUS
123100         MOVE 8 TO RETURN-CODE
123200     END-IF.
123300*----------------------------------------------------------------
123400* 5420-NOTE-SHORTFALL
123500*----------------------------------------------------------------
123600 5420-NOTE-SHORTFALL.
123700     DISPLAY "YADJUST: MATCHSTD FOR " WS-STD-PLAYER-ID
123800             " HAS NO " WS-STD-OLD-OUTCOME " TO BACK OUT".
123900*----------------------------------------------------------------
124000* 6000-JOURNAL-IMAGE  --  the caller sets the file, the side and
124100*     the image; images are journaled ahead of the WRITE or
124200*     REWRITE itself, since the record area is not dependable
124300*     once the I-O has run.
124400*----------------------------------------------------------------
124500 6000-JOURNAL-IMAGE.
124600     MOVE WS-RUN-DATE TO JL-DATE
124700     MOVE ADJ-ACTION TO JL-ACTION
124800     MOVE ADJ-REFERENCE TO JL-REFERENCE
124900     MOVE WS-JOURNAL-LINE TO IMAGE-JOURNAL-LINE
125000     WRITE IMAGE-JOURNAL-LINE.
125100*----------------------------------------------------------------
125200* 7000-REPORT-REJECTION
125300*----------------------------------------------------------------
125400 7000-REPORT-REJECTION.
125500     ADD 1 TO WS-REJECTED-COUNT
125600     PERFORM 7050-LOAD-DISPOSITION
125700     STRING "REJECTED - " WS-REJECT-REASON
125800             DELIMITED BY SIZE INTO DP-TEXT
125900     MOVE WS-DISPOSITION-LINE TO ADJUSTMENT-REPORT-LINE
126000     WRITE ADJUSTMENT-REPORT-LINE.
126100*----------------------------------------------------------------
126200* 7050-LOAD-DISPOSITION
126300*----------------------------------------------------------------
126400 7050-LOAD-DISPOSITION.
126500     MOVE ADJ-ACTION TO DP-ACTION
126600     MOVE ADJ-PLAYER-ID TO DP-PLAYER-ID
126700     MOVE ADJ-GAME-DATE TO DP-GAME-DATE
126800     MOVE ADJ-REFERENCE TO DP-REFERENCE
126900     MOVE SPACES TO DP-TEXT.
127000*----------------------------------------------------------------
127100* 7100-REPORT-APPLIED
127200*----------------------------------------------------------------
127300 7100-REPORT-APPLIED.
127400     ADD 1 TO WS-APPLIED-COUNT
127500     PERFORM 7050-LOAD-DISPOSITION
127600     IF ADJ-IS-VOID
127700         STRING "APPLIED - GAME OF " WS-OLD-TOTAL " VOIDED"
127800                 DELIMITED BY SIZE INTO DP-TEXT
127900     ELSE
128000         STRING "APPLIED - GAME OF " WS-OLD-TOTAL
128100                 " RESCORED AT " WS-NEW-TOTAL
128200                 DELIMITED BY SIZE INTO DP-TEXT
128300     END-IF
128400     MOVE WS-DISPOSITION-LINE TO ADJUSTMENT-REPORT-LINE
128500     WRITE ADJUSTMENT-REPORT-LINE.
128600*----------------------------------------------------------------
128700* 7200-REPORT-CHANGE
128800*----------------------------------------------------------------
128900 7200-REPORT-CHANGE.
129000     MOVE WS-CHANGE-LINE TO ADJUSTMENT-REPORT-LINE
129100     WRITE ADJUSTMENT-REPORT-LINE.
129200*----------------------------------------------------------------
129300* 8000-WRITE-RUN-COUNTS
129400*----------------------------------------------------------------
129500 8000-WRITE-RUN-COUNTS.
129600     MOVE WS-BLANK-LINE TO ADJUSTMENT-REPORT-LINE
129700     WRITE ADJUSTMENT-REPORT-LINE
129800     MOVE "TRANSACTIONS READ" TO CT-LABEL
129900     MOVE WS-READ-COUNT TO CT-VALUE
130000     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
130100     WRITE ADJUSTMENT-REPORT-LINE
130200     MOVE "APPLIED" TO CT-LABEL
130300     MOVE WS-APPLIED-COUNT TO CT-VALUE
130400     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
130500     WRITE ADJUSTMENT-REPORT-LINE
130600     MOVE "  GAMES VOIDED" TO CT-LABEL
130700     MOVE WS-VOIDED-COUNT TO CT-VALUE
130800     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
130900     WRITE ADJUSTMENT-REPORT-LINE
131000     MOVE "  GAMES CORRECTED" TO CT-LABEL
131100     MOVE WS-CORRECTED-COUNT TO CT-VALUE
131200     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
131300     WRITE ADJUSTMENT-REPORT-LINE
131400     MOVE "  MATCHES RE-DECIDED" TO CT-LABEL
131500     MOVE WS-REDECIDED-COUNT TO CT-VALUE
131600     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
131700     WRITE ADJUSTMENT-REPORT-LINE
131800     MOVE "  STANDINGS MOVED" TO CT-LABEL
131900     MOVE WS-MOVED-COUNT TO CT-VALUE
132000     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
132100     WRITE ADJUSTMENT-REPORT-LINE
132200     MOVE "REJECTED" TO CT-LABEL
132300     MOVE WS-REJECTED-COUNT TO CT-VALUE
132400     MOVE WS-COUNT-LINE TO ADJUSTMENT-REPORT-LINE
132500     WRITE ADJUSTMENT-REPORT-LINE
132600     IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
132700         MOVE 4 TO RETURN-CODE
132800     END-IF.
132900*----------------------------------------------------------------
133000* 9000-TERMINATE
133100*----------------------------------------------------------------
133200 9000-TERMINATE.
133300     MOVE "C" TO WS-JRNL-FUNCTION
133400     CALL "YJRNLIO" USING WS-JRNL-FUNCTION WS-JRNL-ENTRY
133500             WS-JRNL-ENTRY-COUNT
133600     DISPLAY "YADJUST: " WS-APPLIED-COUNT " APPLIED, "
133700             WS-REJECTED-COUNT " REJECTED, "
133800             WS-JRNL-ENTRY-COUNT " JOURNAL ENTRIES WRITTEN"
133900     CLOSE TRANSACTION-FILE
134000     CLOSE PLAYER-HISTORY-FILE
134100     CLOSE STANDINGS-FILE
134200     CLOSE ADJUSTMENT-REPORT
134300     CLOSE IMAGE-JOURNAL
134400     MOVE "E" TO WS-RUN-ENTRY-TYPE
134500     MOVE WS-APPLIED-COUNT TO WS-RUN-RECORD-COUNT
134600     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
134700     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
134800             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
134900             WS-RUN-RETURN-CODE.
