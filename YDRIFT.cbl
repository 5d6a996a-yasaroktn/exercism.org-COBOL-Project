000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YDRIFT.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YDRIFT  --  rebuild-and-compare audit of the PLAYHIST and
000900*             MATCHSTD running totals against the GAMEHIST and
001000*             MATCHRES detail they were posted from.
001100*
001200* PLAYHIST and MATCHSTD are updated in place by YACHTSC, YMATCH,
001300* PHMAINT, YADJUST and the YSEASON resets; nothing else proves
001400* they still agree with the detail.  This run rebuilds both from
001500* scratch and compares the rebuilt figures field by field with
001600* the live masters:
001700*
001800*   PLAYHIST  games played, best game, cumulative score and
001900*             average, rebuilt from the current season's
002000*             scorecard games on GAMEHIST.  A reversal takes off
002100*             the game it cancels (same player, date and grand
002200*             total) and a replacement counts as a game, as
002300*             YADJUST posts them.  Match-play games never reach
002400*             PLAYHIST and are passed over; a legacy game with no
002500*             source is taken as match play when a dated MATCHRES
002600*             result carries the same date, player and total, and
002700*             as a scorecard game otherwise - YADJUST's rule;
002800*   MATCHSTD  wins, losses and draws, rebuilt from MATCHRES.
002900*             MATCHRES is cleared at season close along with the
003000*             standings, so every result on it belongs to the
003100*             current season; a reversal backs its result out.
003200*
003300* Every field that differs is listed on DRIFTRPT with the master
003400* and rebuilt figures.  Orphans are listed as well: a master that
003500* carries figures with no detail behind it, and detail with no
003600* master to post to.  A master all zeros with no detail is what
003700* a season reset leaves and is not an orphan.  A GAMEHIST
003800* reversal that finds no game to take off is listed against
003900* GAMEHIST, since no master correction can account for it.
004000*
004100* DRIFTPRM, one card: columns 1-8 the date the current season
004200* started, CCYYMMDD, as on ADJPARM; column 9 the mode:
004300*    (blank) or R  report only - the masters are opened INPUT
004400*                  and left as they are;
004500*    C             correct - every master that differs is
004600*                  rewritten from the rebuilt figures, and a
004700*                  master missing for detail is added, each with
004800*                  a before and an after image on PHJRNL under
004900*                  action R.  MATCHSTD images carry the file name
005000*                  and the three counts.  A rebuilt count below
005100*                  zero means the detail itself is wrong and that
005200*                  master is reported but left as it is.
005300* A missing or bad card, or a missing GAMEHIST, ends the run with
005400* RETURN-CODE 16 before anything is touched.  A run that leaves
005500* any difference standing ends with RETURN-CODE 8; one whose
005600* differences were all corrected ends with RETURN-CODE 4.
005700*
005800* MODIFICATION HISTORY
005900*   2026-10-15  TSG  Initial version.
006000*=================================================================
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT PARAMETER-FILE ASSIGN TO "DRIFTPRM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-STATUS.
006700     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-GHIST-STATUS.
007000     SELECT PLAYER-HISTORY-FILE ASSIGN TO "PLAYHIST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS PH-PLAYER-ID
007400         FILE STATUS IS WS-HIST-STATUS.
007500     SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRES"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RESULT-STATUS.
007800     SELECT STANDINGS-FILE ASSIGN TO "MATCHSTD"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS MS-PLAYER-ID
008200         FILE STATUS IS WS-STAND-STATUS.
008300     SELECT DRIFT-REPORT ASSIGN TO "DRIFTRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-REPORT-STATUS.
008600     SELECT IMAGE-JOURNAL ASSIGN TO "PHJRNL"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-JOURNAL-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  PARAMETER-FILE.
009200 01  PARAMETER-CARD.
009300     05  PARM-SEASON-START       PIC X(08).
009400     05  PARM-MODE               PIC X(01).
009500         88  PARM-MODE-IS-VALID         VALUE " " "R" "C".
009600     05  FILLER                  PIC X(71).
009700 FD  GAME-HISTORY-FILE.
009800 COPY GHREC.
009900 FD  PLAYER-HISTORY-FILE.
010000 COPY PLAYHIST.
010100 FD  MATCH-RESULT-FILE.
010200 COPY MATCHREC.
010300 FD  STANDINGS-FILE.
010400 COPY STANDREC.
010500 FD  DRIFT-REPORT.
010600 01  DRIFT-REPORT-LINE           PIC X(80).
010700 FD  IMAGE-JOURNAL.
010800 01  IMAGE-JOURNAL-LINE          PIC X(80).
010900 WORKING-STORAGE SECTION.
011000 01  WS-PARM-STATUS              PIC X(02).
011100 01  WS-GHIST-STATUS             PIC X(02).
011200 01  WS-HIST-STATUS              PIC X(02).
011300 01  WS-RESULT-STATUS            PIC X(02).
011400 01  WS-STAND-STATUS             PIC X(02).
011500 01  WS-REPORT-STATUS            PIC X(02).
011600 01  WS-JOURNAL-STATUS           PIC X(02).
011700 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011800     88  END-OF-CURRENT-FILE            VALUE "Y".
011900 01  WS-RUN-MODE                 PIC X(01) VALUE "R".
012000     88  CORRECTION-MODE                VALUE "C".
012100 01  WS-PH-OPEN-FLAG             PIC X(01) VALUE "N".
012200     88  PLAYHIST-IS-OPEN               VALUE "Y".
012300 01  WS-MS-OPEN-FLAG             PIC X(01) VALUE "N".
012400     88  MATCHSTD-IS-OPEN               VALUE "Y".
012500 01  WS-FOUND-FLAG               PIC X(01).
012600     88  SLOT-WAS-FOUND                 VALUE "Y".
012700 01  WS-LINK-FLAG                PIC X(01).
012800     88  GAME-IS-LINKED                 VALUE "Y".
012900 01  WS-COUNTS-FLAG              PIC X(01).
013000     88  GAME-COUNTS-ON-PLAYHIST        VALUE "Y".
013100 01  WS-MASTER-FLAG              PIC X(01).
013200     88  MASTER-IS-ON-FILE              VALUE "Y".
013300 01  WS-DIFF-FLAG                PIC X(01).
013400     88  RECORD-HAS-DRIFTED             VALUE "Y".
013500 01  WS-SIGN                     PIC S9(01).
013600 01  WS-SEASON-START             PIC 9(08) VALUE 0.
013700 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
013800 01  WS-LOOKUP-ID                PIC X(08).
013900 01  WS-SCAN-SUB                 PIC 9(04) COMP.
014000 01  WS-PLAYER-SUB               PIC 9(04) COMP.
014100 01  WS-STAND-SUB                PIC 9(04) COMP.
014200 01  WS-REV-SUB                  PIC 9(04) COMP.
014300 01  WS-EDIT-COUNT               PIC --,---,--9.
014400 01  WS-EDIT-AVERAGE             PIC ZZZZZZ9.99.
014500 01  WS-EDIT-TOTAL               PIC ZZZZZZZZZ9.
014600 01  WS-GHIST-READ-COUNT         PIC 9(06) VALUE 0.
014700 01  WS-EARLIER-COUNT            PIC 9(06) VALUE 0.
014800 01  WS-MATCH-GAME-COUNT         PIC 9(06) VALUE 0.
014900 01  WS-GAME-REVERSAL-COUNT      PIC 9(06) VALUE 0.
015000 01  WS-CANCELLED-COUNT          PIC 9(06) VALUE 0.
015100 01  WS-POSTED-COUNT             PIC 9(06) VALUE 0.
015200 01  WS-RESULT-READ-COUNT        PIC 9(06) VALUE 0.
015300 01  WS-RESULT-REVERSAL-COUNT    PIC 9(06) VALUE 0.
015400 01  WS-PH-READ-COUNT            PIC 9(06) VALUE 0.
015500 01  WS-PH-DRIFT-COUNT           PIC 9(06) VALUE 0.
015600 01  WS-MS-READ-COUNT            PIC 9(06) VALUE 0.
015700 01  WS-MS-DRIFT-COUNT           PIC 9(06) VALUE 0.
015800 01  WS-ORPHAN-COUNT             PIC 9(06) VALUE 0.
015900 01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE 0.
016000 01  WS-CORRECTED-COUNT          PIC 9(06) VALUE 0.
016100 01  WS-LEFT-COUNT               PIC 9(06) VALUE 0.
016200 01  WS-LINE-COUNT               PIC 9(06) VALUE 0.
016300 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
016400 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YDRIFT".
016500 01  WS-RUN-ENTRY-TYPE           PIC X(01).
016600 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
016700 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
016800 01  WS-GATE-RESULT              PIC X(01).
016900     88  RUN-IS-HELD                    VALUE "H".
017000*----------------------------------------------------------------
017100* PLAYHIST as rebuilt from GAMEHIST: one slot per player seen in
017200* the season's scorecard games, opened even when every game the
017300* player had was reversed off, and marked once the player's
017400* master has been compared.  500 players, as on the leaderboard.
017500*----------------------------------------------------------------
017600 01  WS-PLAYER-COUNT             PIC 9(04) COMP VALUE 0.
017700 01  WS-PLAYER-TABLE.
017800     05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
017900         10  WS-PT-PLAYER-ID     PIC X(08).
018000         10  WS-PT-GAMES         PIC 9(05).
018100         10  WS-PT-BEST          PIC 9(05).
018200         10  WS-PT-CUMULATIVE    PIC 9(07).
018300         10  WS-PT-SEEN          PIC X(01).
018400             88  PT-MASTER-WAS-SEEN     VALUE "Y".
018500*----------------------------------------------------------------
018600* MATCHSTD as rebuilt from MATCHRES.  The counts are signed so a
018700* reversal with no result before it shows up as a count below
018800* zero instead of wrapping.
018900*----------------------------------------------------------------
019000 01  WS-STAND-COUNT              PIC 9(04) COMP VALUE 0.
019100 01  WS-STAND-TABLE.
019200     05  WS-STAND-ENTRY OCCURS 500 TIMES.
019300         10  WS-ST-PLAYER-ID     PIC X(08).
019400         10  WS-ST-WINS          PIC S9(05).
019500         10  WS-ST-LOSSES        PIC S9(05).
019600         10  WS-ST-DRAWS         PIC S9(05).
019700         10  WS-ST-SEEN          PIC X(01).
019800             88  ST-MASTER-WAS-SEEN     VALUE "Y".
019900*----------------------------------------------------------------
020000* Each side of every dated MATCHRES result that was not itself a
020100* reversal - date, player and total - so a legacy game with no
020200* source can be told to be match play.  Two sides per result.
020300*----------------------------------------------------------------
020400 01  WS-LINK-COUNT               PIC 9(04) COMP VALUE 0.
020500 01  WS-LINK-TABLE.
020600     05  WS-LINK-ENTRY OCCURS 2000 TIMES.
020700         10  WS-RL-DATE          PIC 9(08).
020800         10  WS-RL-PLAYER-ID     PIC X(08).
020900         10  WS-RL-TOTAL         PIC 9(04).
021000*----------------------------------------------------------------
021100* The season's scorecard reversals off GAMEHIST, one slot per
021200* player, date and grand total, with the number still waiting
021300* for a game to take off.
021400*----------------------------------------------------------------
021500 01  WS-REV-COUNT                PIC 9(04) COMP VALUE 0.
021600 01  WS-REVERSAL-TABLE.
021700     05  WS-REVERSAL-ENTRY OCCURS 200 TIMES.
021800         10  WS-RV-PLAYER-ID     PIC X(08).
021900         10  WS-RV-DATE          PIC 9(08).
022000         10  WS-RV-TOTAL         PIC 9(04).
022100         10  WS-RV-PENDING       PIC 9(03) COMP.
022200*----------------------------------------------------------------
022300* One master as read and as rebuilt.  A master that is missing
022400* is compared as all zeros.
022500*----------------------------------------------------------------
022600 01  WS-OLD-RECORD.
022700     05  WS-OLD-PLAYER-ID        PIC X(08).
022800     05  WS-OLD-GAMES            PIC 9(05).
022900     05  WS-OLD-BEST             PIC 9(05).
023000     05  WS-OLD-CUMULATIVE       PIC 9(07).
023100     05  WS-OLD-AVERAGE          PIC 9(03)V99.
023200 01  WS-NEW-RECORD.
023300     05  WS-NEW-GAMES            PIC 9(05).
023400     05  WS-NEW-BEST             PIC 9(05).
023500     05  WS-NEW-CUMULATIVE       PIC 9(07).
023600     05  WS-NEW-AVERAGE          PIC 9(03)V99.
023700 01  WS-OLD-STANDING.
023800     05  WS-OS-PLAYER-ID         PIC X(08).
023900     05  WS-OS-WINS              PIC 9(05).
024000     05  WS-OS-LOSSES            PIC 9(05).
024100     05  WS-OS-DRAWS             PIC 9(05).
024200 01  WS-NEW-STANDING.
024300     05  WS-NS-WINS              PIC S9(05).
024400     05  WS-NS-LOSSES            PIC S9(05).
024500     05  WS-NS-DRAWS             PIC S9(05).
024600*----------------------------------------------------------------
024700* Report line layouts, moved into DRIFT-REPORT-LINE before
024800* WRITE.
024900*----------------------------------------------------------------
025000 01  WS-HEADING-LINE.
025100     05  FILLER PIC X(32) VALUE "PLAYHIST/MATCHSTD DRIFT AUDIT".
025200     05  FILLER PIC X(15) VALUE "SEASON STARTED ".
025300     05  HD-SEASON-START         PIC 9(08).
025400     05  FILLER PIC X(02) VALUE SPACES.
025500     05  HD-MODE                 PIC X(23).
025600 01  WS-COLUMN-LINE.
025700     05  FILLER PIC X(10) VALUE "MASTER".
025800     05  FILLER PIC X(10) VALUE "PLAYER".
025900     05  FILLER PIC X(12) VALUE "FIELD".
026000     05  FILLER PIC X(12) VALUE " ON MASTER".
026100     05  FILLER PIC X(12) VALUE "   REBUILT".
026200     05  FILLER PIC X(24) VALUE "NOTE".
026300 01  WS-DRIFT-LINE.
026400     05  DL-MASTER               PIC X(08).
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  DL-PLAYER-ID            PIC X(08).
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  DL-FIELD                PIC X(10).
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  DL-ON-MASTER            PIC X(10).
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  DL-REBUILT              PIC X(10).
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  DL-NOTE                 PIC X(24).
027500 01  WS-NO-DRIFT-LINE.
027600     05  FILLER PIC X(40)
027700             VALUE "NO DIFFERENCES - MASTERS AGREE WITH".
027800     05  FILLER PIC X(40) VALUE " DETAIL".
027900 01  WS-COUNT-LINE.
028000     05  CT-LABEL                PIC X(24).
028100     05  CT-VALUE                PIC ZZZ,ZZ9.
028200     05  FILLER                  PIC X(49) VALUE SPACES.
028300 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
028400*----------------------------------------------------------------
028500* Journal line layouts.  PLAYHIST images and the marker line for
028600* the side with no record are PHMAINT's own, column for column;
028700* a MATCHSTD image or marker names the file ahead of the counts
028800* so it cannot be taken for a PLAYHIST line.
028900*----------------------------------------------------------------
029000 01  WS-IMAGE-LINE.
029100     05  JL-DATE                 PIC 9(08).
029200     05  FILLER                  PIC X(02) VALUE SPACES.
029300     05  JL-LABEL                PIC X(07).
029400     05  FILLER                  PIC X(01) VALUE SPACES.
029500     05  JL-ACTION               PIC X(01).
029600     05  FILLER                  PIC X(02) VALUE SPACES.
029700     05  JL-PLAYER-ID            PIC X(08).
029800     05  FILLER                  PIC X(02) VALUE SPACES.
029900     05  JL-GAMES                PIC 9(05).
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  JL-BEST                 PIC 9(05).
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  JL-CUMULATIVE           PIC 9(07).
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  JL-AVERAGE              PIC ZZ9.99.
030600     05  FILLER                  PIC X(20) VALUE SPACES.
030700 01  WS-NO-IMAGE-LINE.
030800     05  NL-DATE                 PIC 9(08).
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  NL-LABEL                PIC X(07).
031100     05  FILLER                  PIC X(01) VALUE SPACES.
031200     05  NL-ACTION               PIC X(01).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  NL-PLAYER-ID            PIC X(08).
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  FILLER                  PIC X(11) VALUE "(NO RECORD)".
031800     05  FILLER                  PIC X(38) VALUE SPACES.
031900 01  WS-STANDING-IMAGE-LINE.
032000     05  SJ-DATE                 PIC 9(08).
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  SJ-LABEL                PIC X(07).
032300     05  FILLER                  PIC X(01) VALUE SPACES.
032400     05  SJ-ACTION               PIC X(01).
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  SJ-PLAYER-ID            PIC X(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  FILLER                  PIC X(10) VALUE "MATCHSTD".
032900     05  FILLER                  PIC X(02) VALUE "W ".
033000     05  SJ-WINS                 PIC 9(05).
033100     05  FILLER                  PIC X(04) VALUE "  L ".
033200     05  SJ-LOSSES               PIC 9(05).
033300     05  FILLER                  PIC X(04) VALUE "  D ".
033400     05  SJ-DRAWS                PIC 9(05).
033500     05  FILLER                  PIC X(14) VALUE SPACES.
033510 01  WS-STANDING-NO-IMAGE-LINE.
033520     05  SN-DATE                 PIC 9(08).
033530     05  FILLER                  PIC X(02) VALUE SPACES.
033540     05  SN-LABEL                PIC X(07).
033550     05  FILLER                  PIC X(01) VALUE SPACES.
033560     05  SN-ACTION               PIC X(01).
033570     05  FILLER                  PIC X(02) VALUE SPACES.
033580     05  SN-PLAYER-ID            PIC X(08).
033590     05  FILLER                  PIC X(02) VALUE SPACES.
033592     05  FILLER                  PIC X(10) VALUE "MATCHSTD".
033594     05  FILLER                  PIC X(11) VALUE "(NO RECORD)".
033596     05  FILLER                  PIC X(28) VALUE SPACES.
033600 PROCEDURE DIVISION.
033700 0000-MAINLINE.
033800     PERFORM 1000-INITIALIZE
033900     PERFORM 2000-LOAD-MATCH-RESULTS
034000     PERFORM 3000-LOAD-REVERSALS
034100     PERFORM 4000-REBUILD-PLAYHIST
034200     PERFORM 5000-AUDIT-PLAYHIST
034300     PERFORM 6000-AUDIT-MATCHSTD
034400     PERFORM 8000-WRITE-RUN-COUNTS
034500     PERFORM 9000-TERMINATE
034600     STOP RUN.
034700*----------------------------------------------------------------
034800* 1000-INITIALIZE  --  the card is read and GAMEHIST proved to be
034900*     there before any master is opened.  In report mode the
035000*     masters are opened INPUT; one that is not there is audited
035100*     as empty, so all of its detail shows as orphans.  In
035200*     correct mode they get the open-or-create handling the
035300*     scorers give them, and PHJRNL is opened EXTEND so the
035400*     images follow PHMAINT's.
035500*----------------------------------------------------------------
035600 1000-INITIALIZE.
035700     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
035800     IF RUN-IS-HELD
035900         DISPLAY "YDRIFT: HELD - PREDECESSOR NOT CLEAN"
036000         MOVE 20 TO RETURN-CODE
036100         STOP RUN
036200     END-IF
036300     PERFORM 1100-READ-PARAMETER-CARD
036400     OPEN INPUT GAME-HISTORY-FILE
036500     IF WS-GHIST-STATUS NOT = "00"
036600         DISPLAY "YDRIFT: CANNOT OPEN GAMEHIST, STATUS "
036700                 WS-GHIST-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF
037100     CLOSE GAME-HISTORY-FILE
037200     IF CORRECTION-MODE
037300         PERFORM 1200-OPEN-MASTERS-FOR-UPDATE
037400     ELSE
037500         PERFORM 1300-OPEN-MASTERS-FOR-INPUT
037600     END-IF
037700     OPEN OUTPUT DRIFT-REPORT
037800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037900     ACCEPT WS-RUN-ID FROM TIME
038000     MOVE "S" TO WS-RUN-ENTRY-TYPE
038100     MOVE 0 TO WS-RUN-RECORD-COUNT
038200     MOVE 0 TO WS-RUN-RETURN-CODE
038300     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
038400             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
038500             WS-RUN-RETURN-CODE
038600     MOVE WS-SEASON-START TO HD-SEASON-START
038700     IF CORRECTION-MODE
038800         MOVE "CORRECTING MASTERS" TO HD-MODE
038900     ELSE
039000         MOVE "REPORT ONLY" TO HD-MODE
039100     END-IF
039200     MOVE WS-HEADING-LINE TO DRIFT-REPORT-LINE
039300     WRITE DRIFT-REPORT-LINE
039400     MOVE WS-BLANK-LINE TO DRIFT-REPORT-LINE
039500     WRITE DRIFT-REPORT-LINE
039600     MOVE WS-COLUMN-LINE TO DRIFT-REPORT-LINE
039700     WRITE DRIFT-REPORT-LINE.
039800*----------------------------------------------------------------
039900* 1100-READ-PARAMETER-CARD
040000*----------------------------------------------------------------
040100 1100-READ-PARAMETER-CARD.
040200     OPEN INPUT PARAMETER-FILE
040300     IF WS-PARM-STATUS NOT = "00"
040400         DISPLAY "YDRIFT: CANNOT OPEN DRIFTPRM, STATUS "
040500                 WS-PARM-STATUS
040600         MOVE 16 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900     READ PARAMETER-FILE
041000         AT END
041100             DISPLAY "YDRIFT: DRIFTPRM IS EMPTY"
041200             MOVE 16 TO RETURN-CODE
041300             STOP RUN
041400     END-READ
041500     CLOSE PARAMETER-FILE
041600     IF PARM-SEASON-START NOT NUMERIC
041700         DISPLAY "YDRIFT: BAD SEASON START DATE <"
041800                 PARM-SEASON-START ">"
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF
042200     IF NOT PARM-MODE-IS-VALID
042300         DISPLAY "YDRIFT: BAD MODE <" PARM-MODE ">"
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF
042700     MOVE PARM-SEASON-START TO WS-SEASON-START
042800     IF PARM-MODE = "C"
042900         MOVE "C" TO WS-RUN-MODE
043000     END-IF
043100     DISPLAY "YDRIFT: SEASON STARTED " WS-SEASON-START
043200             ", MODE " WS-RUN-MODE.
043300*----------------------------------------------------------------
043400* 1200-OPEN-MASTERS-FOR-UPDATE
043500*----------------------------------------------------------------
043600 1200-OPEN-MASTERS-FOR-UPDATE.
043700     OPEN I-O PLAYER-HISTORY-FILE
043800     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
043900         OPEN OUTPUT PLAYER-HISTORY-FILE
044000         CLOSE PLAYER-HISTORY-FILE
044100         OPEN I-O PLAYER-HISTORY-FILE
044200     END-IF
044300     MOVE "Y" TO WS-PH-OPEN-FLAG
044400     OPEN I-O STANDINGS-FILE
044500     IF WS-STAND-STATUS NOT = "00" AND WS-STAND-STATUS NOT = "05"
044600         OPEN OUTPUT STANDINGS-FILE
044700         CLOSE STANDINGS-FILE
044800         OPEN I-O STANDINGS-FILE
044900     END-IF
045000     MOVE "Y" TO WS-MS-OPEN-FLAG
045100     OPEN EXTEND IMAGE-JOURNAL
045200     IF WS-JOURNAL-STATUS NOT = "00" AND
045300             WS-JOURNAL-STATUS NOT = "05"
045400         OPEN OUTPUT IMAGE-JOURNAL
045500         CLOSE IMAGE-JOURNAL
045600         OPEN EXTEND IMAGE-JOURNAL
045700     END-IF.
045800*----------------------------------------------------------------
045900* 1300-OPEN-MASTERS-FOR-INPUT
046000*----------------------------------------------------------------
046100 1300-OPEN-MASTERS-FOR-INPUT.
046200     OPEN INPUT PLAYER-HISTORY-FILE
046300     IF WS-HIST-STATUS = "00"
046400         MOVE "Y" TO WS-PH-OPEN-FLAG
046500     ELSE
046600         DISPLAY "YDRIFT: NO PLAYHIST, STATUS " WS-HIST-STATUS
046700                 " - AUDITED AS EMPTY"
046800     END-IF
046900     OPEN INPUT STANDINGS-FILE
047000     IF WS-STAND-STATUS = "00"
047100         MOVE "Y" TO WS-MS-OPEN-FLAG
047200     ELSE
047300         DISPLAY "YDRIFT: NO MATCHSTD, STATUS " WS-STAND-STATUS
047400                 " - AUDITED AS EMPTY"
047500     END-IF.
047600*----------------------------------------------------------------
047700* 2000-LOAD-MATCH-RESULTS  --  one pass of MATCHRES builds the
047800*     rebuilt standings and the link table.  No MATCHRES means
047900*     no match has been played this season.
048000*----------------------------------------------------------------
048100 2000-LOAD-MATCH-RESULTS.
048200     OPEN INPUT MATCH-RESULT-FILE
048300     IF WS-RESULT-STATUS NOT = "00"
048400         DISPLAY "YDRIFT: NO MATCHRES, STATUS " WS-RESULT-STATUS
048500                 " - NO MATCHES THIS SEASON"
048600     ELSE
048700         MOVE "N" TO WS-EOF-SWITCH
048800         PERFORM 2100-READ-MATCH-RESULT
048900         PERFORM 2200-FILE-ONE-RESULT
049000             UNTIL END-OF-CURRENT-FILE
049100         CLOSE MATCH-RESULT-FILE
049200     END-IF.
049300*----------------------------------------------------------------
049400* 2100-READ-MATCH-RESULT
049500*----------------------------------------------------------------
049600 2100-READ-MATCH-RESULT.
049700     READ MATCH-RESULT-FILE
049800         AT END
049900             MOVE "Y" TO WS-EOF-SWITCH
050000     END-READ.
050100*----------------------------------------------------------------
050200* 2200-FILE-ONE-RESULT  --  a result counts once for each player,
050300*     as YMATCH posted it: a draw to both, otherwise a win to the
050400*     winner and a loss to the other.  A reversal backs the same
050500*     counts out again.
050600*----------------------------------------------------------------
050700 2200-FILE-ONE-RESULT.
050800     ADD 1 TO WS-RESULT-READ-COUNT
050900     IF MR-IS-REVERSAL
051000         ADD 1 TO WS-RESULT-REVERSAL-COUNT
051100         MOVE -1 TO WS-SIGN
051200     ELSE
051300         MOVE 1 TO WS-SIGN
051400         PERFORM 2400-FILE-RESULT-LINKS
051500     END-IF
051600     MOVE MR-HOME-PLAYER-ID TO WS-LOOKUP-ID
051700     PERFORM 2300-FIND-STANDING-SLOT
051800     EVALUATE TRUE
051900         WHEN MATCH-IS-DRAW
052000             ADD WS-SIGN TO WS-ST-DRAWS (WS-STAND-SUB)
052100         WHEN MR-WINNER-ID = MR-HOME-PLAYER-ID
052200             ADD WS-SIGN TO WS-ST-WINS (WS-STAND-SUB)
052300         WHEN OTHER
052400             ADD WS-SIGN TO WS-ST-LOSSES (WS-STAND-SUB)
052500     END-EVALUATE
052600     MOVE MR-AWAY-PLAYER-ID TO WS-LOOKUP-ID
052700     PERFORM 2300-FIND-STANDING-SLOT
052800     EVALUATE TRUE
052900         WHEN MATCH-IS-DRAW
053000             ADD WS-SIGN TO WS-ST-DRAWS (WS-STAND-SUB)
053100         WHEN MR-WINNER-ID = MR-AWAY-PLAYER-ID
053200             ADD WS-SIGN TO WS-ST-WINS (WS-STAND-SUB)
053300         WHEN OTHER
053400             ADD WS-SIGN TO WS-ST-LOSSES (WS-STAND-SUB)
053500     END-EVALUATE
053600     PERFORM 2100-READ-MATCH-RESULT.
053700*----------------------------------------------------------------
053800* 2300-FIND-STANDING-SLOT  --  the rebuilt standing for
053900*     WS-LOOKUP-ID, opened at zeros on first appearance;
054000*     WS-STAND-SUB is left pointing at it.
054100*----------------------------------------------------------------
054200 2300-FIND-STANDING-SLOT.
054300     MOVE "N" TO WS-FOUND-FLAG
054400     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
054500             UNTIL WS-SCAN-SUB > WS-STAND-COUNT
054600                 OR SLOT-WAS-FOUND
054700         IF WS-ST-PLAYER-ID (WS-SCAN-SUB) = WS-LOOKUP-ID
054800             MOVE "Y" TO WS-FOUND-FLAG
054900             MOVE WS-SCAN-SUB TO WS-STAND-SUB
055000         END-IF
055100     END-PERFORM
055200     IF NOT SLOT-WAS-FOUND
055300         IF WS-STAND-COUNT >= 500
055400             DISPLAY "YDRIFT: STANDINGS TABLE FULL AT 500"
055500             MOVE 16 TO RETURN-CODE
055600             STOP RUN
055700         END-IF
055800         ADD 1 TO WS-STAND-COUNT
055900         MOVE WS-STAND-COUNT TO WS-STAND-SUB
056000         MOVE WS-LOOKUP-ID TO WS-ST-PLAYER-ID (WS-STAND-SUB)
056100         MOVE 0 TO WS-ST-WINS (WS-STAND-SUB)
056200         MOVE 0 TO WS-ST-LOSSES (WS-STAND-SUB)
056300         MOVE 0 TO WS-ST-DRAWS (WS-STAND-SUB)
056400         MOVE "N" TO WS-ST-SEEN (WS-STAND-SUB)
056500     END-IF.
056600*----------------------------------------------------------------
056700* 2400-FILE-RESULT-LINKS  --  both sides of a dated result.  A
056800*     legacy result carries no date and cannot be linked.
056900*----------------------------------------------------------------
057000 2400-FILE-RESULT-LINKS.
057100     IF MR-MATCH-DATE NUMERIC AND MR-MATCH-DATE > 0
057200         IF WS-LINK-COUNT > 1998
057300             DISPLAY "YDRIFT: RESULT LINK TABLE FULL AT 2000"
057400             MOVE 16 TO RETURN-CODE
057500             STOP RUN
057600         END-IF
057700         ADD 1 TO WS-LINK-COUNT
057800         MOVE MR-MATCH-DATE TO WS-RL-DATE (WS-LINK-COUNT)
057900         MOVE MR-HOME-PLAYER-ID TO WS-RL-PLAYER-ID (WS-LINK-COUNT)
058000         MOVE MR-HOME-TOTAL TO WS-RL-TOTAL (WS-LINK-COUNT)
058100         ADD 1 TO WS-LINK-COUNT
058200         MOVE MR-MATCH-DATE TO WS-RL-DATE (WS-LINK-COUNT)
058300         MOVE MR-AWAY-PLAYER-ID TO WS-RL-PLAYER-ID (WS-LINK-COUNT)
058400         MOVE MR-AWAY-TOTAL TO WS-RL-TOTAL (WS-LINK-COUNT)
058500     END-IF.
058600*----------------------------------------------------------------
058700* 3000-LOAD-REVERSALS  --  first pass of GAMEHIST: the season's
058800*     scorecard reversals are gathered before any game is posted,
058900*     so each game can be checked against them as it is read.
059000*----------------------------------------------------------------
059100 3000-LOAD-REVERSALS.
059200     OPEN INPUT GAME-HISTORY-FILE
059300     MOVE "N" TO WS-EOF-SWITCH
059400     PERFORM 3100-READ-GAME-HISTORY
059500     PERFORM 3200-NOTE-ONE-REVERSAL
059600         UNTIL END-OF-CURRENT-FILE
059700     CLOSE GAME-HISTORY-FILE.
059800*----------------------------------------------------------------
059900* 3100-READ-GAME-HISTORY
060000*----------------------------------------------------------------
060100 3100-READ-GAME-HISTORY.
060200     READ GAME-HISTORY-FILE
060300         AT END
060400             MOVE "Y" TO WS-EOF-SWITCH
060500     END-READ.
060600*----------------------------------------------------------------
060700* 3200-NOTE-ONE-REVERSAL
060800*----------------------------------------------------------------
060900 3200-NOTE-ONE-REVERSAL.
061000     IF GH-IS-REVERSAL AND GH-GAME-DATE NOT < WS-SEASON-START
061100         PERFORM 4300-CLASSIFY-GAME
061200         IF GAME-COUNTS-ON-PLAYHIST
061300             PERFORM 3300-FIND-REVERSAL-SLOT
061400             IF NOT SLOT-WAS-FOUND
061500                 IF WS-REV-COUNT >= 200
061600                     DISPLAY "YDRIFT: REVERSAL TABLE FULL AT 200"
061700                     MOVE 16 TO RETURN-CODE
061800                     STOP RUN
061900                 END-IF
062000                 ADD 1 TO WS-REV-COUNT
062100                 MOVE WS-REV-COUNT TO WS-REV-SUB
062200                 MOVE GH-PLAYER-ID TO WS-RV-PLAYER-ID (WS-REV-SUB)
062300                 MOVE GH-GAME-DATE TO WS-RV-DATE (WS-REV-SUB)
062400                 MOVE GH-GRAND-TOTAL TO WS-RV-TOTAL (WS-REV-SUB)
062500                 MOVE 0 TO WS-RV-PENDING (WS-REV-SUB)
062600             END-IF
062700             ADD 1 TO WS-RV-PENDING (WS-REV-SUB)
062800         END-IF
062900     END-IF
063000     PERFORM 3100-READ-GAME-HISTORY.
063100*----------------------------------------------------------------
063200* 3300-FIND-REVERSAL-SLOT  --  the reversal slot for the current
063300*     GAMEHIST record's player, date and grand total, if any;
063400*     WS-REV-SUB is left pointing at it.
063500*----------------------------------------------------------------
063600 3300-FIND-REVERSAL-SLOT.
063700     MOVE "N" TO WS-FOUND-FLAG
063800     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
063900             UNTIL WS-SCAN-SUB > WS-REV-COUNT
064000                 OR SLOT-WAS-FOUND
064100         IF WS-RV-PLAYER-ID (WS-SCAN-SUB) = GH-PLAYER-ID
064200                 AND WS-RV-DATE (WS-SCAN-SUB) = GH-GAME-DATE
064300                 AND WS-RV-TOTAL (WS-SCAN-SUB) = GH-GRAND-TOTAL
064400             MOVE "Y" TO WS-FOUND-FLAG
064500             MOVE WS-SCAN-SUB TO WS-REV-SUB
064600         END-IF
064700     END-PERFORM.
064800*----------------------------------------------------------------
064900* 4000-REBUILD-PLAYHIST  --  second pass of GAMEHIST posts each
065000*     of the season's scorecard games to the rebuilt figures,
065100*     less the games the reversals take off.
065200*----------------------------------------------------------------
065300 4000-REBUILD-PLAYHIST.
065400     OPEN INPUT GAME-HISTORY-FILE
065500     MOVE "N" TO WS-EOF-SWITCH
065600     PERFORM 3100-READ-GAME-HISTORY
065700     PERFORM 4100-REBUILD-ONE-GAME
065800         UNTIL END-OF-CURRENT-FILE
065900     CLOSE GAME-HISTORY-FILE.
066000*----------------------------------------------------------------
066100* 4100-REBUILD-ONE-GAME
066200*----------------------------------------------------------------
066300 4100-REBUILD-ONE-GAME.
066400     ADD 1 TO WS-GHIST-READ-COUNT
066500     IF GH-GAME-DATE < WS-SEASON-START
066600         ADD 1 TO WS-EARLIER-COUNT
066700     ELSE
066800         PERFORM 4300-CLASSIFY-GAME
066900         EVALUATE TRUE
067000             WHEN NOT GAME-COUNTS-ON-PLAYHIST
067100                 ADD 1 TO WS-MATCH-GAME-COUNT
067200             WHEN GH-IS-REVERSAL
067300                 ADD 1 TO WS-GAME-REVERSAL-COUNT
067400             WHEN OTHER
067500                 PERFORM 4200-POST-ONE-GAME
067600         END-EVALUATE
067700     END-IF
067800     PERFORM 3100-READ-GAME-HISTORY.
067900*----------------------------------------------------------------
068000* 4200-POST-ONE-GAME  --  the player's slot is opened first, so a
068100*     player whose every game was reversed off still has a slot
068200*     to hold the zeros the master should now carry.
068300*----------------------------------------------------------------
068400 4200-POST-ONE-GAME.
068500     MOVE GH-PLAYER-ID TO WS-LOOKUP-ID
068600     PERFORM 4400-FIND-PLAYER-SLOT
068700     PERFORM 3300-FIND-REVERSAL-SLOT
068800     IF SLOT-WAS-FOUND AND WS-RV-PENDING (WS-REV-SUB) > 0
068900         SUBTRACT 1 FROM WS-RV-PENDING (WS-REV-SUB)
069000         ADD 1 TO WS-CANCELLED-COUNT
069100     ELSE
069200         ADD 1 TO WS-POSTED-COUNT
069300         ADD 1 TO WS-PT-GAMES (WS-PLAYER-SUB)
069400         ADD GH-GRAND-TOTAL TO WS-PT-CUMULATIVE (WS-PLAYER-SUB)
069500         IF GH-GRAND-TOTAL > WS-PT-BEST (WS-PLAYER-SUB)
069600             MOVE GH-GRAND-TOTAL TO WS-PT-BEST (WS-PLAYER-SUB)
069700         END-IF
069800     END-IF.
069900*----------------------------------------------------------------
070000* 4300-CLASSIFY-GAME  --  whether the current GAMEHIST record is
070100*     one PLAYHIST carries: a scorecard game, or a legacy game
070200*     with no source that no dated result links to.
070300*----------------------------------------------------------------
070400 4300-CLASSIFY-GAME.
070500     EVALUATE TRUE
070600         WHEN GH-FROM-SCORECARD
070700             MOVE "Y" TO WS-COUNTS-FLAG
070800         WHEN GH-FROM-MATCH-PLAY
070900             MOVE "N" TO WS-COUNTS-FLAG
071000         WHEN OTHER
071100             MOVE "N" TO WS-LINK-FLAG
071200             PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
071300                     UNTIL WS-SCAN-SUB > WS-LINK-COUNT
071400                         OR GAME-IS-LINKED
071500                 IF WS-RL-DATE (WS-SCAN-SUB) = GH-GAME-DATE
071600                         AND WS-RL-PLAYER-ID (WS-SCAN-SUB)
071700                             = GH-PLAYER-ID
071800                         AND WS-RL-TOTAL (WS-SCAN-SUB)
071900                             = GH-GRAND-TOTAL
072000                     MOVE "Y" TO WS-LINK-FLAG
072100                 END-IF
072200             END-PERFORM
072300             IF GAME-IS-LINKED
072400                 MOVE "N" TO WS-COUNTS-FLAG
072500             ELSE
072600                 MOVE "Y" TO WS-COUNTS-FLAG
072700             END-IF
072800     END-EVALUATE.
072900*----------------------------------------------------------------
073000* 4400-FIND-PLAYER-SLOT  --  the rebuilt PLAYHIST figures for
073100*     WS-LOOKUP-ID, opened at zeros on first appearance;
073200*     WS-PLAYER-SUB is left pointing at it.
073300*----------------------------------------------------------------
073400 4400-FIND-PLAYER-SLOT.
073500     MOVE "N" TO WS-FOUND-FLAG
073600     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
073700             UNTIL WS-SCAN-SUB > WS-PLAYER-COUNT
073800                 OR SLOT-WAS-FOUND
073900         IF WS-PT-PLAYER-ID (WS-SCAN-SUB) = WS-LOOKUP-ID
074000             MOVE "Y" TO WS-FOUND-FLAG
074100             MOVE WS-SCAN-SUB TO WS-PLAYER-SUB
074200         END-IF
074300     END-PERFORM
074400     IF NOT SLOT-WAS-FOUND
074500         IF WS-PLAYER-COUNT >= 500
074600             DISPLAY "YDRIFT: PLAYER TABLE FULL AT 500"
074700             MOVE 16 TO RETURN-CODE
074800             STOP RUN
074900         END-IF
075000         ADD 1 TO WS-PLAYER-COUNT
075100         MOVE WS-PLAYER-COUNT TO WS-PLAYER-SUB
075200         MOVE WS-LOOKUP-ID TO WS-PT-PLAYER-ID (WS-PLAYER-SUB)
075300         MOVE 0 TO WS-PT-GAMES (WS-PLAYER-SUB)
075400         MOVE 0 TO WS-PT-BEST (WS-PLAYER-SUB)
075500         MOVE 0 TO WS-PT-CUMULATIVE (WS-PLAYER-SUB)
075600         MOVE "N" TO WS-PT-SEEN (WS-PLAYER-SUB)
075700     END-IF.
075800*----------------------------------------------------------------
075900* 4500-LOOK-UP-PLAYER  --  as 4400 but never opens a slot.
076000*----------------------------------------------------------------
076100 4500-LOOK-UP-PLAYER.
076200     MOVE "N" TO WS-FOUND-FLAG
076300     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
076400             UNTIL WS-SCAN-SUB > WS-PLAYER-COUNT
076500                 OR SLOT-WAS-FOUND
076600         IF WS-PT-PLAYER-ID (WS-SCAN-SUB) = WS-LOOKUP-ID
076700             MOVE "Y" TO WS-FOUND-FLAG
076800             MOVE WS-SCAN-SUB TO WS-PLAYER-SUB
076900         END-IF
077000     END-PERFORM.
077100*----------------------------------------------------------------
077200* 5000-AUDIT-PLAYHIST  --  every master in key order, then every
077300*     rebuilt player no master was found for.  Leftover
077400*     reversals are listed last.
077500*----------------------------------------------------------------
077600 5000-AUDIT-PLAYHIST.
077700     IF PLAYHIST-IS-OPEN
077800         MOVE "N" TO WS-EOF-SWITCH
077900         PERFORM 5100-READ-NEXT-PLAYHIST
078000         PERFORM 5200-AUDIT-ONE-PLAYHIST
078100             UNTIL END-OF-CURRENT-FILE
078200     END-IF
078300     PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
078400             UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
078500         IF NOT PT-MASTER-WAS-SEEN (WS-PLAYER-SUB)
078600             PERFORM 5400-AUDIT-UNMASTERED-PLAYER
078700         END-IF
078800     END-PERFORM
078900     PERFORM VARYING WS-REV-SUB FROM 1 BY 1
079000             UNTIL WS-REV-SUB > WS-REV-COUNT
079100         IF WS-RV-PENDING (WS-REV-SUB) > 0
079200             PERFORM 5700-REPORT-UNMATCHED-REVERSAL
079300         END-IF
079400     END-PERFORM.
079500*----------------------------------------------------------------
079600* 5100-READ-NEXT-PLAYHIST
079700*----------------------------------------------------------------
079800 5100-READ-NEXT-PLAYHIST.
079900     READ PLAYER-HISTORY-FILE NEXT RECORD
080000         AT END
080100             MOVE "Y" TO WS-EOF-SWITCH
080200     END-READ.
080300*----------------------------------------------------------------
080400* 5200-AUDIT-ONE-PLAYHIST
080500*----------------------------------------------------------------
080600 5200-AUDIT-ONE-PLAYHIST.
080700     ADD 1 TO WS-PH-READ-COUNT
080800     MOVE PH-PLAYER-ID TO WS-OLD-PLAYER-ID
080900     MOVE PH-GAMES-PLAYED TO WS-OLD-GAMES
081000     MOVE PH-BEST-GAME TO WS-OLD-BEST
081100     MOVE PH-CUMULATIVE-SCORE TO WS-OLD-CUMULATIVE
081200     MOVE PH-AVERAGE-SCORE TO WS-OLD-AVERAGE
081300     MOVE PH-PLAYER-ID TO WS-LOOKUP-ID
081400     PERFORM 4500-LOOK-UP-PLAYER
081500     IF SLOT-WAS-FOUND
081600         MOVE "Y" TO WS-PT-SEEN (WS-PLAYER-SUB)
081700         PERFORM 5250-TAKE-REBUILT-FIGURES
081800     ELSE
081900         INITIALIZE WS-NEW-RECORD
082000         IF WS-OLD-GAMES NOT = 0 OR WS-OLD-BEST NOT = 0
082100                 OR WS-OLD-CUMULATIVE NOT = 0
082200                 OR WS-OLD-AVERAGE NOT = 0
082300             ADD 1 TO WS-ORPHAN-COUNT
082400             MOVE "PLAYHIST" TO DL-MASTER
082500             MOVE WS-OLD-PLAYER-ID TO DL-PLAYER-ID
082600             MOVE "MASTER, NO DETAIL" TO DL-NOTE
082700             PERFORM 7000-WRITE-ORPHAN-LINE
082800         END-IF
082900     END-IF
083000     PERFORM 5300-COMPARE-PLAYHIST-FIELDS
083100     IF RECORD-HAS-DRIFTED
083200         ADD 1 TO WS-PH-DRIFT-COUNT
083300         IF CORRECTION-MODE
083400             PERFORM 5500-CORRECT-PLAYHIST
083500         ELSE
083600             ADD 1 TO WS-LEFT-COUNT
083700         END-IF
083800     END-IF
083900     PERFORM 5100-READ-NEXT-PLAYHIST.
084000*----------------------------------------------------------------
084100* 5250-TAKE-REBUILT-FIGURES  --  the rebuilt slot into
084200*     WS-NEW-RECORD, with the average worked as the scorers work
084300*     it.
084400*----------------------------------------------------------------
084500 5250-TAKE-REBUILT-FIGURES.
084600     MOVE WS-PT-GAMES (WS-PLAYER-SUB) TO WS-NEW-GAMES
084700     MOVE WS-PT-BEST (WS-PLAYER-SUB) TO WS-NEW-BEST
084800     MOVE WS-PT-CUMULATIVE (WS-PLAYER-SUB) TO WS-NEW-CUMULATIVE
084900     IF WS-NEW-GAMES > 0
085000         COMPUTE WS-NEW-AVERAGE ROUNDED =
085100             WS-NEW-CUMULATIVE / WS-NEW-GAMES
085200     ELSE
085300         MOVE 0 TO WS-NEW-AVERAGE
085400     END-IF.
085500*----------------------------------------------------------------
085600* 5300-COMPARE-PLAYHIST-FIELDS  --  one report line per field
085700*     that differs between WS-OLD-RECORD and WS-NEW-RECORD.
085800*----------------------------------------------------------------
085900 5300-COMPARE-PLAYHIST-FIELDS.
086000     MOVE "N" TO WS-DIFF-FLAG
086100     MOVE "PLAYHIST" TO DL-MASTER
086200     MOVE WS-OLD-PLAYER-ID TO DL-PLAYER-ID
086300     MOVE SPACES TO DL-NOTE
086400     IF WS-OLD-GAMES NOT = WS-NEW-GAMES
086500         MOVE "GAMES" TO DL-FIELD
086600         MOVE WS-OLD-GAMES TO WS-EDIT-COUNT
086700         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
086800         MOVE WS-NEW-GAMES TO WS-EDIT-COUNT
086900         MOVE WS-EDIT-COUNT TO DL-REBUILT
087000         PERFORM 7100-WRITE-DRIFT-LINE
087100     END-IF
087200     IF WS-OLD-BEST NOT = WS-NEW-BEST
087300         MOVE "BEST GAME" TO DL-FIELD
087400         MOVE WS-OLD-BEST TO WS-EDIT-COUNT
087500         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
087600         MOVE WS-NEW-BEST TO WS-EDIT-COUNT
087700         MOVE WS-EDIT-COUNT TO DL-REBUILT
087800         PERFORM 7100-WRITE-DRIFT-LINE
087900     END-IF
088000     IF WS-OLD-CUMULATIVE NOT = WS-NEW-CUMULATIVE
088100         MOVE "CUMULATIVE" TO DL-FIELD
088200         MOVE WS-OLD-CUMULATIVE TO WS-EDIT-COUNT
088300         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
088400         MOVE WS-NEW-CUMULATIVE TO WS-EDIT-COUNT
088500         MOVE WS-EDIT-COUNT TO DL-REBUILT
088600         PERFORM 7100-WRITE-DRIFT-LINE
088700     END-IF
088800     IF WS-OLD-AVERAGE NOT = WS-NEW-AVERAGE
088900         MOVE "AVERAGE" TO DL-FIELD
089000         MOVE WS-OLD-AVERAGE TO WS-EDIT-AVERAGE
089100         MOVE WS-EDIT-AVERAGE TO DL-ON-MASTER
089200         MOVE WS-NEW-AVERAGE TO WS-EDIT-AVERAGE
089300         MOVE WS-EDIT-AVERAGE TO DL-REBUILT
089400         PERFORM 7100-WRITE-DRIFT-LINE
089500     END-IF.
089600*----------------------------------------------------------------
089700* 5400-AUDIT-UNMASTERED-PLAYER  --  detail with no master.  A
089800*     player whose every game was reversed off rebuilds to zeros
089900*     and needs no master.
090000*----------------------------------------------------------------
090100 5400-AUDIT-UNMASTERED-PLAYER.
090200     PERFORM 5250-TAKE-REBUILT-FIGURES
090300     IF WS-NEW-GAMES > 0
090400         MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO WS-OLD-PLAYER-ID
090500         MOVE 0 TO WS-OLD-GAMES
090600         MOVE 0 TO WS-OLD-BEST
090700         MOVE 0 TO WS-OLD-CUMULATIVE
090800         MOVE 0 TO WS-OLD-AVERAGE
090900         ADD 1 TO WS-ORPHAN-COUNT
091000         MOVE "PLAYHIST" TO DL-MASTER
091100         MOVE WS-OLD-PLAYER-ID TO DL-PLAYER-ID
091200         MOVE "DETAIL, NO MASTER" TO DL-NOTE
091300         PERFORM 7000-WRITE-ORPHAN-LINE
091400         PERFORM 5300-COMPARE-PLAYHIST-FIELDS
091500         ADD 1 TO WS-PH-DRIFT-COUNT
091600         IF CORRECTION-MODE
091700             PERFORM 5600-ADD-PLAYHIST
091800         ELSE
091900             ADD 1 TO WS-LEFT-COUNT
092000         END-IF
092100     END-IF.
092200*----------------------------------------------------------------
092300* 5500-CORRECT-PLAYHIST  --  the master just read is rewritten
092400*     from the rebuilt figures; images are journaled ahead of the
092500*     REWRITE, since the record area is not dependable once the
092600*     I-O has run.
092700*----------------------------------------------------------------
092800 5500-CORRECT-PLAYHIST.
092900     PERFORM 7200-JOURNAL-PLAYHIST-BEFORE
093000     MOVE WS-NEW-GAMES TO PH-GAMES-PLAYED
093100     MOVE WS-NEW-BEST TO PH-BEST-GAME
093200     MOVE WS-NEW-CUMULATIVE TO PH-CUMULATIVE-SCORE
093300     MOVE WS-NEW-AVERAGE TO PH-AVERAGE-SCORE
093400     PERFORM 7300-JOURNAL-PLAYHIST-AFTER
093500     REWRITE PLAYER-HISTORY-RECORD
093600     IF WS-HIST-STATUS = "00"
093700         ADD 1 TO WS-CORRECTED-COUNT
093800     ELSE
093900         DISPLAY "YDRIFT: PLAYHIST NOT REWRITTEN FOR "
094000                 WS-OLD-PLAYER-ID ", STATUS " WS-HIST-STATUS
094100         ADD 1 TO WS-LEFT-COUNT
094200     END-IF.
094300*----------------------------------------------------------------
094400* 5600-ADD-PLAYHIST
094500*----------------------------------------------------------------
094600 5600-ADD-PLAYHIST.
094800     MOVE WS-OLD-PLAYER-ID TO NL-PLAYER-ID
094900     PERFORM 7400-JOURNAL-NO-IMAGE-BEFORE
095000     MOVE WS-OLD-PLAYER-ID TO PH-PLAYER-ID
095100     MOVE WS-NEW-GAMES TO PH-GAMES-PLAYED
095200     MOVE WS-NEW-BEST TO PH-BEST-GAME
095300     MOVE WS-NEW-CUMULATIVE TO PH-CUMULATIVE-SCORE
095400     MOVE WS-NEW-AVERAGE TO PH-AVERAGE-SCORE
095500     PERFORM 7300-JOURNAL-PLAYHIST-AFTER
095600     WRITE PLAYER-HISTORY-RECORD
095700     IF WS-HIST-STATUS = "00"
095800         ADD 1 TO WS-CORRECTED-COUNT
095900     ELSE
096000         DISPLAY "YDRIFT: PLAYHIST NOT ADDED FOR "
096100                 WS-OLD-PLAYER-ID ", STATUS " WS-HIST-STATUS
096200         ADD 1 TO WS-LEFT-COUNT
096300     END-IF.
096400*----------------------------------------------------------------
096500* 5700-REPORT-UNMATCHED-REVERSAL  --  a GAMEHIST reversal that
096600*     found no game of its player, date and total to take off,
096700*     once for each one left over.
096800*----------------------------------------------------------------
096900 5700-REPORT-UNMATCHED-REVERSAL.
097000     ADD WS-RV-PENDING (WS-REV-SUB) TO WS-UNMATCHED-COUNT
097100     MOVE "GAMEHIST" TO DL-MASTER
097200     MOVE WS-RV-PLAYER-ID (WS-REV-SUB) TO DL-PLAYER-ID
097300     MOVE "REVERSAL" TO DL-FIELD
097400     MOVE SPACES TO DL-ON-MASTER
097500     MOVE WS-RV-TOTAL (WS-REV-SUB) TO WS-EDIT-TOTAL
097600     MOVE WS-EDIT-TOTAL TO DL-REBUILT
097700     MOVE SPACES TO DL-NOTE
097800     STRING "NO GAME ON " DELIMITED BY SIZE
097900            WS-RV-DATE (WS-REV-SUB) DELIMITED BY SIZE
098000         INTO DL-NOTE
098100     END-STRING
098200     PERFORM WS-RV-PENDING (WS-REV-SUB) TIMES
098300         PERFORM 7100-WRITE-DRIFT-LINE
098400     END-PERFORM.
098500*----------------------------------------------------------------
098600* 6000-AUDIT-MATCHSTD  --  as 5000, for the standings.
098700*----------------------------------------------------------------
098800 6000-AUDIT-MATCHSTD.
098900     IF MATCHSTD-IS-OPEN
099000         MOVE "N" TO WS-EOF-SWITCH
099100         PERFORM 6100-READ-NEXT-MATCHSTD
099200         PERFORM 6200-AUDIT-ONE-MATCHSTD
099300             UNTIL END-OF-CURRENT-FILE
099400     END-IF
099500     PERFORM VARYING WS-STAND-SUB FROM 1 BY 1
099600             UNTIL WS-STAND-SUB > WS-STAND-COUNT
099700         IF NOT ST-MASTER-WAS-SEEN (WS-STAND-SUB)
099800             PERFORM 6400-AUDIT-UNMASTERED-STANDING
099900         END-IF
100000     END-PERFORM.
100100*----------------------------------------------------------------
100200* 6100-READ-NEXT-MATCHSTD
100300*----------------------------------------------------------------
100400 6100-READ-NEXT-MATCHSTD.
100500     READ STANDINGS-FILE NEXT RECORD
100600         AT END
100700             MOVE "Y" TO WS-EOF-SWITCH
100800     END-READ.
100900*----------------------------------------------------------------
101000* 6200-AUDIT-ONE-MATCHSTD
101100*----------------------------------------------------------------
101200 6200-AUDIT-ONE-MATCHSTD.
101300     ADD 1 TO WS-MS-READ-COUNT
101400     MOVE "Y" TO WS-MASTER-FLAG
101500     MOVE MS-PLAYER-ID TO WS-OS-PLAYER-ID
101600     MOVE MS-WINS TO WS-OS-WINS
101700     MOVE MS-LOSSES TO WS-OS-LOSSES
101800     MOVE MS-DRAWS TO WS-OS-DRAWS
101900     MOVE "N" TO WS-FOUND-FLAG
102000     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
102100             UNTIL WS-SCAN-SUB > WS-STAND-COUNT
102200                 OR SLOT-WAS-FOUND
102300         IF WS-ST-PLAYER-ID (WS-SCAN-SUB) = MS-PLAYER-ID
102400             MOVE "Y" TO WS-FOUND-FLAG
102500             MOVE WS-SCAN-SUB TO WS-STAND-SUB
102600         END-IF
102700     END-PERFORM
102800     IF SLOT-WAS-FOUND
102900         MOVE "Y" TO WS-ST-SEEN (WS-STAND-SUB)
103000         MOVE WS-ST-WINS (WS-STAND-SUB) TO WS-NS-WINS
103100         MOVE WS-ST-LOSSES (WS-STAND-SUB) TO WS-NS-LOSSES
103200         MOVE WS-ST-DRAWS (WS-STAND-SUB) TO WS-NS-DRAWS
103300     ELSE
103400         INITIALIZE WS-NEW-STANDING
103500         IF WS-OS-WINS NOT = 0 OR WS-OS-LOSSES NOT = 0
103600                 OR WS-OS-DRAWS NOT = 0
103700             ADD 1 TO WS-ORPHAN-COUNT
103800             MOVE "MATCHSTD" TO DL-MASTER
103900             MOVE WS-OS-PLAYER-ID TO DL-PLAYER-ID
104000             MOVE "MASTER, NO DETAIL" TO DL-NOTE
104100             PERFORM 7000-WRITE-ORPHAN-LINE
104200         END-IF
104300     END-IF
104400     PERFORM 6300-COMPARE-MATCHSTD-FIELDS
104500     IF RECORD-HAS-DRIFTED
104600         ADD 1 TO WS-MS-DRIFT-COUNT
104700         PERFORM 6500-CORRECT-MATCHSTD
104800     END-IF
104900     PERFORM 6100-READ-NEXT-MATCHSTD.
105000*----------------------------------------------------------------
105100* 6300-COMPARE-MATCHSTD-FIELDS  --  one report line per count
105200*     that differs between WS-OLD-STANDING and WS-NEW-STANDING.
105300*----------------------------------------------------------------
105400 6300-COMPARE-MATCHSTD-FIELDS.
105500     MOVE "N" TO WS-DIFF-FLAG
105600     MOVE "MATCHSTD" TO DL-MASTER
105700     MOVE WS-OS-PLAYER-ID TO DL-PLAYER-ID
105800     MOVE SPACES TO DL-NOTE
105900     IF WS-NS-WINS < 0 OR WS-NS-LOSSES < 0 OR WS-NS-DRAWS < 0
106000         MOVE "COUNT BELOW ZERO" TO DL-NOTE
106100     END-IF
106200     IF WS-OS-WINS NOT = WS-NS-WINS
106300         MOVE "WINS" TO DL-FIELD
106400         MOVE WS-OS-WINS TO WS-EDIT-COUNT
106500         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
106600         MOVE WS-NS-WINS TO WS-EDIT-COUNT
106700         MOVE WS-EDIT-COUNT TO DL-REBUILT
106800         PERFORM 7100-WRITE-DRIFT-LINE
106900     END-IF
107000     IF WS-OS-LOSSES NOT = WS-NS-LOSSES
107100         MOVE "LOSSES" TO DL-FIELD
107200         MOVE WS-OS-LOSSES TO WS-EDIT-COUNT
107300         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
107400         MOVE WS-NS-LOSSES TO WS-EDIT-COUNT
107500         MOVE WS-EDIT-COUNT TO DL-REBUILT
107600         PERFORM 7100-WRITE-DRIFT-LINE
107700     END-IF
107800     IF WS-OS-DRAWS NOT = WS-NS-DRAWS
107900         MOVE "DRAWS" TO DL-FIELD
108000         MOVE WS-OS-DRAWS TO WS-EDIT-COUNT
108100         MOVE WS-EDIT-COUNT TO DL-ON-MASTER
108200         MOVE WS-NS-DRAWS TO WS-EDIT-COUNT
108300         MOVE WS-EDIT-COUNT TO DL-REBUILT
108400         PERFORM 7100-WRITE-DRIFT-LINE
108500     END-IF.
108600*----------------------------------------------------------------
108700* 6400-AUDIT-UNMASTERED-STANDING  --  results with no standing.
108800*     A player whose every result was reversed rebuilds to zeros
108900*     and needs no master.
109000*----------------------------------------------------------------
109100 6400-AUDIT-UNMASTERED-STANDING.
109200     MOVE WS-ST-WINS (WS-STAND-SUB) TO WS-NS-WINS
109300     MOVE WS-ST-LOSSES (WS-STAND-SUB) TO WS-NS-LOSSES
109400     MOVE WS-ST-DRAWS (WS-STAND-SUB) TO WS-NS-DRAWS
109500     IF WS-NS-WINS NOT = 0 OR WS-NS-LOSSES NOT = 0
109600             OR WS-NS-DRAWS NOT = 0
109700         MOVE "N" TO WS-MASTER-FLAG
109800         MOVE WS-ST-PLAYER-ID (WS-STAND-SUB) TO WS-OS-PLAYER-ID
109900         MOVE 0 TO WS-OS-WINS
110000         MOVE 0 TO WS-OS-LOSSES
110100         MOVE 0 TO WS-OS-DRAWS
110200         ADD 1 TO WS-ORPHAN-COUNT
110300         MOVE "MATCHSTD" TO DL-MASTER
110400         MOVE WS-OS-PLAYER-ID TO DL-PLAYER-ID
110500         MOVE "DETAIL, NO MASTER" TO DL-NOTE
110600         PERFORM 7000-WRITE-ORPHAN-LINE
110700         PERFORM 6300-COMPARE-MATCHSTD-FIELDS
110800         ADD 1 TO WS-MS-DRIFT-COUNT
110900         PERFORM 6500-CORRECT-MATCHSTD
111000     END-IF.
111100*----------------------------------------------------------------
111200* 6500-CORRECT-MATCHSTD  --  rewrites the standing just read, or
111300*     adds the one that is missing, in correct mode.  A rebuilt
111400*     count below zero cannot be posted and leaves the master as
111500*     it is.
111600*----------------------------------------------------------------
111700 6500-CORRECT-MATCHSTD.
111800     EVALUATE TRUE
111900         WHEN NOT CORRECTION-MODE
112000             ADD 1 TO WS-LEFT-COUNT
112100         WHEN WS-NS-WINS < 0 OR WS-NS-LOSSES < 0
112200                 OR WS-NS-DRAWS < 0
112300             ADD 1 TO WS-LEFT-COUNT
112400         WHEN MASTER-IS-ON-FILE
112500             PERFORM 7500-JOURNAL-STANDING-BEFORE
112600             MOVE WS-NS-WINS TO MS-WINS
112700             MOVE WS-NS-LOSSES TO MS-LOSSES
112800             MOVE WS-NS-DRAWS TO MS-DRAWS
112900             PERFORM 7600-JOURNAL-STANDING-AFTER
113000             REWRITE MATCH-STANDING-RECORD
113100             PERFORM 6600-CHECK-STANDING-POSTED
113200         WHEN OTHER
113400             MOVE WS-OS-PLAYER-ID TO SN-PLAYER-ID
113500             PERFORM 7700-JOURNAL-STANDING-NONE
113600             MOVE WS-OS-PLAYER-ID TO MS-PLAYER-ID
113700             MOVE WS-NS-WINS TO MS-WINS
113800             MOVE WS-NS-LOSSES TO MS-LOSSES
113900             MOVE WS-NS-DRAWS TO MS-DRAWS
114000             PERFORM 7600-JOURNAL-STANDING-AFTER
114100             WRITE MATCH-STANDING-RECORD
114200             PERFORM 6600-CHECK-STANDING-POSTED
114300     END-EVALUATE.
114400*----------------------------------------------------------------
114500* 6600-CHECK-STANDING-POSTED
114600*----------------------------------------------------------------
114700 6600-CHECK-STANDING-POSTED.
114800     IF WS-STAND-STATUS = "00"
114900         ADD 1 TO WS-CORRECTED-COUNT
115000     ELSE
115100         DISPLAY "YDRIFT: MATCHSTD NOT POSTED FOR "
115200                 WS-OS-PLAYER-ID ", STATUS " WS-STAND-STATUS
115300         ADD 1 TO WS-LEFT-COUNT
115400     END-IF.
115500*----------------------------------------------------------------
115600* 7000-WRITE-ORPHAN-LINE  --  the caller sets the master, the
115700*     player and the note.
115800*----------------------------------------------------------------
115900 7000-WRITE-ORPHAN-LINE.
116000     MOVE "(RECORD)" TO DL-FIELD
116100     MOVE SPACES TO DL-ON-MASTER
116200     MOVE SPACES TO DL-REBUILT
116300     MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
116400     WRITE DRIFT-REPORT-LINE
116500     ADD 1 TO WS-LINE-COUNT.
116600*----------------------------------------------------------------
116700* 7100-WRITE-DRIFT-LINE
116800*----------------------------------------------------------------
116900 7100-WRITE-DRIFT-LINE.
117000     MOVE "Y" TO WS-DIFF-FLAG
117100     MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
117200     WRITE DRIFT-REPORT-LINE
117300     ADD 1 TO WS-LINE-COUNT.
117400*----------------------------------------------------------------
117500* 7200-JOURNAL-PLAYHIST-BEFORE
117600*----------------------------------------------------------------
117700 7200-JOURNAL-PLAYHIST-BEFORE.
117800     MOVE WS-RUN-DATE TO JL-DATE
117900     MOVE "BEFORE" TO JL-LABEL
118000     MOVE "R" TO JL-ACTION
118100     MOVE WS-OLD-PLAYER-ID TO JL-PLAYER-ID
118200     MOVE WS-OLD-GAMES TO JL-GAMES
118300     MOVE WS-OLD-BEST TO JL-BEST
118400     MOVE WS-OLD-CUMULATIVE TO JL-CUMULATIVE
118500     MOVE WS-OLD-AVERAGE TO JL-AVERAGE
118600     MOVE WS-IMAGE-LINE TO IMAGE-JOURNAL-LINE
118700     WRITE IMAGE-JOURNAL-LINE.
118800*----------------------------------------------------------------
118900* 7300-JOURNAL-PLAYHIST-AFTER
119000*----------------------------------------------------------------
119100 7300-JOURNAL-PLAYHIST-AFTER.
119200     MOVE WS-RUN-DATE TO JL-DATE
119300     MOVE "AFTER" TO JL-LABEL
119400     MOVE "R" TO JL-ACTION
119500     MOVE PH-PLAYER-ID TO JL-PLAYER-ID
119600     MOVE PH-GAMES-PLAYED TO JL-GAMES
119700     MOVE PH-BEST-GAME TO JL-BEST
119800     MOVE PH-CUMULATIVE-SCORE TO JL-CUMULATIVE
119900     MOVE PH-AVERAGE-SCORE TO JL-AVERAGE
120000     MOVE WS-IMAGE-LINE TO IMAGE-JOURNAL-LINE
120100     WRITE IMAGE-JOURNAL-LINE.
120200*----------------------------------------------------------------
120300* 7400-JOURNAL-NO-IMAGE-BEFORE  --  PLAYHIST had no record;
120400*     the caller sets the player.
120500*----------------------------------------------------------------
120600 7400-JOURNAL-NO-IMAGE-BEFORE.
120700     MOVE WS-RUN-DATE TO NL-DATE
120800     MOVE "BEFORE" TO NL-LABEL
120900     MOVE "R" TO NL-ACTION
121000     MOVE WS-NO-IMAGE-LINE TO IMAGE-JOURNAL-LINE
121100     WRITE IMAGE-JOURNAL-LINE.
121200*----------------------------------------------------------------
121300* 7500-JOURNAL-STANDING-BEFORE
121400*----------------------------------------------------------------
121500 7500-JOURNAL-STANDING-BEFORE.
121600     MOVE WS-RUN-DATE TO SJ-DATE
121700     MOVE "BEFORE" TO SJ-LABEL
121800     MOVE "R" TO SJ-ACTION
121900     MOVE WS-OS-PLAYER-ID TO SJ-PLAYER-ID
122000     MOVE WS-OS-WINS TO SJ-WINS
122100     MOVE WS-OS-LOSSES TO SJ-LOSSES
122200     MOVE WS-OS-DRAWS TO SJ-DRAWS
122300     MOVE WS-STANDING-IMAGE-LINE TO IMAGE-JOURNAL-LINE
122400     WRITE IMAGE-JOURNAL-LINE.
122500*----------------------------------------------------------------
122600* 7600-JOURNAL-STANDING-AFTER
122700*----------------------------------------------------------------
122800 7600-JOURNAL-STANDING-AFTER.
122900     MOVE WS-RUN-DATE TO SJ-DATE
123000     MOVE "AFTER" TO SJ-LABEL
123100     MOVE "R" TO SJ-ACTION
123200     MOVE MS-PLAYER-ID TO SJ-PLAYER-ID
123300     MOVE MS-WINS TO SJ-WINS
123400     MOVE MS-LOSSES TO SJ-LOSSES
123500     MOVE MS-DRAWS TO SJ-DRAWS
123600     MOVE WS-STANDING-IMAGE-LINE TO IMAGE-JOURNAL-LINE
123700     WRITE IMAGE-JOURNAL-LINE.
123710*----------------------------------------------------------------
123720* 7700-JOURNAL-STANDING-NONE  --  MATCHSTD had no record; the
123730*     caller sets the player.
123740*----------------------------------------------------------------
123750 7700-JOURNAL-STANDING-NONE.
123760     MOVE WS-RUN-DATE TO SN-DATE
123770     MOVE "BEFORE" TO SN-LABEL
123780     MOVE "R" TO SN-ACTION
123790     MOVE WS-STANDING-NO-IMAGE-LINE TO IMAGE-JOURNAL-LINE
123795     WRITE IMAGE-JOURNAL-LINE.
123800*----------------------------------------------------------------
123900* 8000-WRITE-RUN-COUNTS
124000*----------------------------------------------------------------
124100 8000-WRITE-RUN-COUNTS.
124200     IF WS-LINE-COUNT = 0
124300         MOVE WS-NO-DRIFT-LINE TO DRIFT-REPORT-LINE
124400         WRITE DRIFT-REPORT-LINE
124500     END-IF
124600     MOVE WS-BLANK-LINE TO DRIFT-REPORT-LINE
124700     WRITE DRIFT-REPORT-LINE
124800     MOVE "GAMEHIST RECORDS READ" TO CT-LABEL
124900     MOVE WS-GHIST-READ-COUNT TO CT-VALUE
125000     PERFORM 8100-WRITE-COUNT-LINE
125100     MOVE "  BEFORE SEASON START" TO CT-LABEL
125200     MOVE WS-EARLIER-COUNT TO CT-VALUE
125300     PERFORM 8100-WRITE-COUNT-LINE
125400     MOVE "  MATCH-PLAY GAMES" TO CT-LABEL
125500     MOVE WS-MATCH-GAME-COUNT TO CT-VALUE
125600     PERFORM 8100-WRITE-COUNT-LINE
125700     MOVE "  SCORECARD REVERSALS" TO CT-LABEL
125800     MOVE WS-GAME-REVERSAL-COUNT TO CT-VALUE
125900     PERFORM 8100-WRITE-COUNT-LINE
126000     MOVE "  GAMES REVERSED OFF" TO CT-LABEL
126100     MOVE WS-CANCELLED-COUNT TO CT-VALUE
126200     PERFORM 8100-WRITE-COUNT-LINE
126300     MOVE "  GAMES REBUILT" TO CT-LABEL
126400     MOVE WS-POSTED-COUNT TO CT-VALUE
126500     PERFORM 8100-WRITE-COUNT-LINE
126600     MOVE "MATCHRES RECORDS READ" TO CT-LABEL
126700     MOVE WS-RESULT-READ-COUNT TO CT-VALUE
126800     PERFORM 8100-WRITE-COUNT-LINE
126900     MOVE "  REVERSALS" TO CT-LABEL
127000     MOVE WS-RESULT-REVERSAL-COUNT TO CT-VALUE
127100     PERFORM 8100-WRITE-COUNT-LINE
127200     MOVE "PLAYHIST MASTERS READ" TO CT-LABEL
127300     MOVE WS-PH-READ-COUNT TO CT-VALUE
127400     PERFORM 8100-WRITE-COUNT-LINE
127500     MOVE "  PLAYERS THAT DIFFER" TO CT-LABEL
127600     MOVE WS-PH-DRIFT-COUNT TO CT-VALUE
127700     PERFORM 8100-WRITE-COUNT-LINE
127800     MOVE "MATCHSTD MASTERS READ" TO CT-LABEL
127900     MOVE WS-MS-READ-COUNT TO CT-VALUE
128000     PERFORM 8100-WRITE-COUNT-LINE
128100     MOVE "  PLAYERS THAT DIFFER" TO CT-LABEL
128200     MOVE WS-MS-DRIFT-COUNT TO CT-VALUE
128300     PERFORM 8100-WRITE-COUNT-LINE
128400     MOVE "ORPHANS" TO CT-LABEL
128500     MOVE WS-ORPHAN-COUNT TO CT-VALUE
128600     PERFORM 8100-WRITE-COUNT-LINE
128700     MOVE "UNMATCHED REVERSALS" TO CT-LABEL
128800     MOVE WS-UNMATCHED-COUNT TO CT-VALUE
128900     PERFORM 8100-WRITE-COUNT-LINE
129000     MOVE "MASTERS CORRECTED" TO CT-LABEL
129100     MOVE WS-CORRECTED-COUNT TO CT-VALUE
129200     PERFORM 8100-WRITE-COUNT-LINE
129300     MOVE "MASTERS LEFT AS FOUND" TO CT-LABEL
129400     MOVE WS-LEFT-COUNT TO CT-VALUE
129500     PERFORM 8100-WRITE-COUNT-LINE
129600     EVALUATE TRUE
129700         WHEN WS-LEFT-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
129800             MOVE 8 TO RETURN-CODE
129900         WHEN WS-CORRECTED-COUNT > 0
130000             MOVE 4 TO RETURN-CODE
130100     END-EVALUATE.
130200*----------------------------------------------------------------
130300* 8100-WRITE-COUNT-LINE
130400*----------------------------------------------------------------
130500 8100-WRITE-COUNT-LINE.
130600     MOVE WS-COUNT-LINE TO DRIFT-REPORT-LINE
130700     WRITE DRIFT-REPORT-LINE.
130800*----------------------------------------------------------------
130900* 9000-TERMINATE
131000*----------------------------------------------------------------
131100 9000-TERMINATE.
131200     DISPLAY "YDRIFT: " WS-PH-DRIFT-COUNT " PLAYHIST AND "
131300             WS-MS-DRIFT-COUNT " MATCHSTD RECORDS DIFFER, "
131400             WS-CORRECTED-COUNT " CORRECTED"
131500     IF PLAYHIST-IS-OPEN
131600         CLOSE PLAYER-HISTORY-FILE
131700     END-IF
131800     IF MATCHSTD-IS-OPEN
131900         CLOSE STANDINGS-FILE
132000     END-IF
132100     IF CORRECTION-MODE
132200         CLOSE IMAGE-JOURNAL
132300     END-IF
132400     CLOSE DRIFT-REPORT
132500     MOVE "E" TO WS-RUN-ENTRY-TYPE
132600     MOVE WS-GHIST-READ-COUNT TO WS-RUN-RECORD-COUNT
132700     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
132800     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
132900             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
133000             WS-RUN-RETURN-CODE.
