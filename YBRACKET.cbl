000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YBRACKET.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YBRACKET  --  single-elimination knockout bracket for the
000900*               end-of-season cup.
001000*
001100* Draws the cup and carries it from round to round alongside the
001200* Swiss pairings YPAIRGEN builds, writing each round's PAIRFILE
001300* for the match-play scorer to decide the usual way.  The bracket
001400* itself is kept on the BRACKET KSDS, one record per match, and
001500* the whole draw - every round so far, with its results - is
001600* printed on the BRKTRPT draw sheet each run.
001700*
001800* BRKTPARM, one card, fixed columns:
001900*
002000*   1      action   D = make the draw, A = advance the bracket
002100*   2      seeding  M = off the MATCHSTD standings, two points a
002200*                   win and one a draw, wins breaking ties - the
002300*                   order YPAIRGEN seeds; S = off the SEASHIST
002400*                   ranks of a closed season, highest average
002500*                   first and best game breaking ties - the order
002600*                   SEASRPT ranks (draw only)
002700*   3-6    season   CCYY, for seeding S
002800*   7-9    entrants the top so many seeds enter the cup; blank
002900*                   enters the whole field (draw only)
003000*
003100* The draw (D) seeds the field, withdrawn and unregistered
003200* players left out off PLAYREG the way YPAIRGEN leaves them out,
003300* and places the seeds in the standard order so the top two can
003400* only meet in the final.  When the field is not a power of two,
003500* the bracket is sized to the next one up and the top seeds take
003600* the byes.  Round 1 goes on BRACKET and PAIRFILE; a bye has no
003700* PAIRFILE record.  A draw is refused while the bracket on file
003800* is still being played; a finished bracket is cleared by the
003900* next draw.
004000*
004100* Advancing (A) reads the MATCHRES results the match-play scorer
004200* has added since the current round was written.  A match won
004300* outright goes to its winner; a drawn match goes to the side
004400* with the higher upper-section subtotal on its GAMEHIST game
004500* for the round, and failing that to the better seed.  Only when
004600* every match of the current round is decided are the results
004700* saved to BRACKET and the next round built and written to
004800* PAIRFILE; while any is undecided the run changes nothing,
004900* lists the round on the sheet with those matches PENDING, and
005000* ends with RETURN-CODE 8.  Once the final is decided the sheet
005100* names the champion and there is nothing left to build.
005200*
005300* A missing or bad card, or a missing PLAYREG, ends the run with
005400* RETURN-CODE 16 before BRACKET or PAIRFILE is touched.
005500*
005600* MODIFICATION HISTORY
005700*   2026-10-15  TSG  Initial version.
005720*   2026-10-15  TSG  A MATCHRES reversal puts its match back to
005740*                    pending; GAMEHIST reversals are passed
005760*                    over in the tie-break.
005765*   2026-10-15  TSG  Checked against its JOBDEP predecessors
005770*                    through YRUNGATE at startup; ends with
005775*                    RETURN-CODE 20 when held.
005780*=================================================================
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT PARAMETER-FILE ASSIGN TO "BRKTPARM"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PARM-STATUS.
006500     SELECT BRACKET-FILE ASSIGN TO "BRACKET"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS BK-KEY
006900         FILE STATUS IS WS-BRKT-STATUS.
007000     SELECT STANDINGS-FILE ASSIGN TO "MATCHSTD"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS MS-PLAYER-ID
007400         FILE STATUS IS WS-STAND-STATUS.
007500     SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS SEA-KEY
007900         FILE STATUS IS WS-SEAS-STATUS.
008000     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS REG-PLAYER-ID
008400         FILE STATUS IS WS-REG-STATUS.
008500     SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRES"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RESULT-STATUS.
008800     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-GHIST-STATUS.
009100     SELECT PAIRING-FILE ASSIGN TO "PAIRFILE"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-PAIR-STATUS.
009400     SELECT DRAW-SHEET ASSIGN TO "BRKTRPT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-REPORT-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PARAMETER-FILE.
010000 01  PARAMETER-CARD.
010100     05  PARM-ACTION             PIC X(01).
010200     05  PARM-SEEDING            PIC X(01).
010300     05  PARM-SEASON             PIC X(04).
010400     05  PARM-ENTRANTS           PIC X(03).
010500     05  FILLER                  PIC X(71).
010600 FD  BRACKET-FILE.
010700 COPY BRKTREC.
010800 FD  STANDINGS-FILE.
010900 COPY STANDREC.
011000 FD  SEASON-HISTORY-FILE.
011100 COPY SEASREC.
011200 FD  PLAYER-REGISTER-FILE.
011300 COPY PLAYREG.
011400 FD  MATCH-RESULT-FILE.
011500 COPY MATCHREC.
011600 FD  GAME-HISTORY-FILE.
011700 COPY GHREC.
011800 FD  PAIRING-FILE.
011900 COPY PAIRREC.
012000 FD  DRAW-SHEET.
012100 01  DRAW-SHEET-LINE             PIC X(80).
012200 WORKING-STORAGE SECTION.
012300 01  WS-PARM-STATUS              PIC X(02).
012400 01  WS-BRKT-STATUS              PIC X(02).
012500 01  WS-STAND-STATUS             PIC X(02).
012600 01  WS-SEAS-STATUS              PIC X(02).
012700 01  WS-REG-STATUS               PIC X(02).
012800 01  WS-RESULT-STATUS            PIC X(02).
012900 01  WS-GHIST-STATUS             PIC X(02).
013000 01  WS-PAIR-STATUS              PIC X(02).
013100 01  WS-REPORT-STATUS            PIC X(02).
013200 01  WS-ACTION                   PIC X(01).
013300     88  ACTION-IS-DRAW                 VALUE "D".
013400     88  ACTION-IS-ADVANCE              VALUE "A".
013500 01  WS-SEEDING                  PIC X(01).
013600     88  SEED-FROM-STANDINGS            VALUE "M".
013700     88  SEED-FROM-SEASON               VALUE "S".
013800 01  WS-SEASON                   PIC 9(04) VALUE 0.
013900 01  WS-ENTRANTS-WANTED          PIC 9(03) VALUE 0.
014000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014100     88  END-OF-INPUT-FILE              VALUE "Y".
014200 01  WS-ELIGIBLE-FLAG            PIC X(01).
014300     88  PLAYER-IS-ELIGIBLE             VALUE "Y".
014400 01  WS-FINISHED-FLAG            PIC X(01) VALUE "N".
014500     88  BRACKET-IS-FINISHED            VALUE "Y".
014600 01  WS-REFUSED-FLAG             PIC X(01) VALUE "N".
014700     88  ROUND-WAS-REFUSED              VALUE "Y".
014800 01  WS-SORT-SWAPPED             PIC X(01) VALUE "N".
014900     88  SORT-PASS-SWAPPED              VALUE "Y".
015000 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
015100 01  WS-FIELD-COUNT              PIC 9(03) COMP VALUE 0.
015200 01  WS-ENTRANTS                 PIC 9(03) COMP VALUE 0.
015300 01  WS-BRACKET-SIZE             PIC 9(03) COMP VALUE 0.
015400 01  WS-POSITION-COUNT           PIC 9(03) COMP VALUE 0.
015500 01  WS-SORT-IDX                 PIC 9(03) COMP.
015600 01  WS-POS-IDX                  PIC 9(03) COMP.
015700 01  WS-SEED-WORK                PIC 9(03) COMP.
015800 01  WS-HOME-SEED                PIC 9(03) COMP.
015900 01  WS-AWAY-SEED                PIC 9(03) COMP.
016000 01  WS-MATCH-NO                 PIC 9(03) COMP.
016100 01  WS-MATCH-COUNT              PIC 9(03) COMP.
016200 01  WS-BT-COUNT                 PIC 9(03) COMP VALUE 0.
016300 01  WS-BT-IDX                   PIC 9(03) COMP.
016400 01  WS-FEEDER-IDX               PIC 9(03) COMP.
016500 01  WS-ROUND-FIRST-IDX          PIC 9(03) COMP VALUE 0.
016600 01  WS-CURRENT-ROUND            PIC 9(02) VALUE 0.
016700 01  WS-SHEET-ROUND              PIC 9(02) VALUE 0.
016800 01  WS-RESULTS-COUNT            PIC 9(06) VALUE 0.
016900 01  WS-ROUND-BASE               PIC 9(06) VALUE 0.
017000 01  WS-ROUND-DRAWN-DATE         PIC 9(08) VALUE 0.
017100 01  WS-PENDING-COUNT            PIC 9(03) VALUE 0.
017200 01  WS-PAIRED-COUNT             PIC 9(03) VALUE 0.
017300 01  WS-BYE-COUNT                PIC 9(03) VALUE 0.
017400 01  WS-LEFT-OUT-COUNT           PIC 9(03) VALUE 0.
017500 01  WS-MR-HOME-SCORE            PIC 9(04).
017600 01  WS-MR-AWAY-SCORE            PIC 9(04).
017700 01  WS-CHAMPION-ID              PIC X(08) VALUE SPACES.
017800 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
017900 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YBRACKET".
018000 01  WS-RUN-ENTRY-TYPE           PIC X(01).
018100 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
018200 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
018220 01  WS-GATE-RESULT              PIC X(01).
018240     88  RUN-IS-HELD                    VALUE "H".
018300*----------------------------------------------------------------
018400* The field to be seeded, best first once sorted.  SORT-KEY-1
018500* and SORT-KEY-2 carry whichever ranking the card asked for:
018600* points and wins off MATCHSTD, or average and best game off
018700* SEASHIST.
018800*----------------------------------------------------------------
018900 01  WS-FIELD-TABLE.
019000     05  WS-FIELD-ENTRY OCCURS 200 TIMES.
019100         10  WS-FLD-PLAYER-ID    PIC X(08).
019200         10  WS-FLD-SORT-KEY-1   PIC 9(06)V99.
019300         10  WS-FLD-SORT-KEY-2   PIC 9(06).
019400 01  WS-SWAP-ENTRY.
019500     05  WS-SWAP-PLAYER-ID       PIC X(08).
019600     05  WS-SWAP-SORT-KEY-1      PIC 9(06)V99.
019700     05  WS-SWAP-SORT-KEY-2      PIC 9(06).
019800*----------------------------------------------------------------
019900* Seed order down the draw, top line first: for a bracket of 8,
020000* 1 8 4 5 2 7 3 6, so each first-round match is read off two
020100* neighbouring positions and seeds 1 and 2 are in opposite
020200* halves.  A position holding a seed past the entrants is a bye.
020300*----------------------------------------------------------------
020400 01  WS-POSITION-TABLE.
020500     05  WS-POS-SEED OCCURS 128 TIMES PIC 9(03).
020600*----------------------------------------------------------------
020700* The bracket in storage: every match on BRACKET in key order,
020800* round by round, plus whatever the current round picks up off
020900* MATCHRES this run.  A cup of 128 entrants has 127 matches.
021000* WS-BT-DRAWN-SWITCH marks a match MATCHRES shows drawn, waiting
021100* for the tie-break.
021200*----------------------------------------------------------------
021300 01  WS-BRACKET-TABLE.
021400     05  WS-BT-ENTRY OCCURS 127 TIMES.
021500         10  WS-BT-ROUND         PIC 9(02).
021600         10  WS-BT-MATCH         PIC 9(03).
021700         10  WS-BT-HOME-SEED     PIC 9(03).
021800         10  WS-BT-HOME-ID       PIC X(08).
021900         10  WS-BT-AWAY-SEED     PIC 9(03).
022000         10  WS-BT-AWAY-ID       PIC X(08).
022100         10  WS-BT-STATUS        PIC X(01).
022200             88  BT-IS-PENDING          VALUE "P".
022300             88  BT-IS-DECIDED          VALUE "D".
022400             88  BT-IS-BYE              VALUE "B".
022500         10  WS-BT-WINNER-SEED   PIC 9(03).
022600         10  WS-BT-WINNER-ID     PIC X(08).
022700         10  WS-BT-DECIDED-BY    PIC X(01).
022800             88  BT-ON-SCORE            VALUE "S".
022900             88  BT-ON-UPPER            VALUE "U".
023000             88  BT-ON-SEED             VALUE "E".
023100         10  WS-BT-HOME-SCORE    PIC 9(04).
023200         10  WS-BT-AWAY-SCORE    PIC 9(04).
023300         10  WS-BT-HOME-UPPER    PIC 9(03).
023400         10  WS-BT-AWAY-UPPER    PIC 9(03).
023500         10  WS-BT-RESULTS-BASE  PIC 9(06).
023600         10  WS-BT-DRAWN-DATE    PIC 9(08).
023700         10  WS-BT-DRAWN-SWITCH  PIC X(01).
023800             88  BT-MATCH-WAS-DRAWN     VALUE "Y".
023900*----------------------------------------------------------------
024000* Report line layouts, moved into DRAW-SHEET-LINE before WRITE.
024100*----------------------------------------------------------------
024200 01  WS-HEADING-LINE.
024300     05  FILLER PIC X(24) VALUE "KNOCKOUT CUP DRAW SHEET".
024400     05  FILLER PIC X(56) VALUE SPACES.
024500 01  WS-ROUND-LINE.
024600     05  RL-TEXT                 PIC X(12).
024700     05  FILLER                  PIC X(68) VALUE SPACES.
024800 01  WS-COLUMN-LINE.
024900     05  FILLER PIC X(05) VALUE "MATCH".
025000     05  FILLER PIC X(31) VALUE " SEED HOME".
025100     05  FILLER PIC X(31) VALUE "SEED AWAY".
025200     05  FILLER PIC X(13) VALUE "RESULT".
025300 01  WS-DETAIL-LINE.
025400     05  DL-MATCH                PIC ZZ9.
025500     05  FILLER                  PIC X(03) VALUE SPACES.
025600     05  DL-HOME-SEED            PIC ZZ9.
025700     05  FILLER                  PIC X(01) VALUE SPACES.
025800     05  DL-HOME-ID              PIC X(08).
025900     05  FILLER                  PIC X(01) VALUE SPACES.
026000     05  DL-HOME-NAME            PIC X(10).
026100     05  FILLER                  PIC X(01) VALUE SPACES.
026200     05  DL-HOME-SCORE           PIC Z,ZZ9.
026300     05  DL-HOME-SCORE-X REDEFINES DL-HOME-SCORE
026400                                 PIC X(05).
026500     05  FILLER                  PIC X(01) VALUE SPACES.
026600     05  DL-AWAY-SEED            PIC ZZ9.
026700     05  DL-AWAY-SEED-X REDEFINES DL-AWAY-SEED
026800                                 PIC X(03).
026900     05  FILLER                  PIC X(01) VALUE SPACES.
027000     05  DL-AWAY-ID              PIC X(08).
027100     05  FILLER                  PIC X(01) VALUE SPACES.
027200     05  DL-AWAY-NAME            PIC X(10).
027300     05  FILLER                  PIC X(01) VALUE SPACES.
027400     05  DL-AWAY-SCORE           PIC Z,ZZ9.
027500     05  DL-AWAY-SCORE-X REDEFINES DL-AWAY-SCORE
027600                                 PIC X(05).
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  DL-RESULT               PIC X(13).
027900 01  WS-TIE-LINE.
028000     05  FILLER PIC X(06) VALUE SPACES.
028100     05  FILLER PIC X(23) VALUE "DRAWN - UPPER SECTION ".
028200     05  TL-HOME-UPPER           PIC ZZ9.
028300     05  FILLER PIC X(04) VALUE " TO ".
028400     05  TL-AWAY-UPPER           PIC ZZ9.
028500     05  FILLER PIC X(02) VALUE ", ".
028600     05  TL-TEXT                 PIC X(39).
028700 01  WS-CHAMPION-LINE.
028800     05  FILLER PIC X(10) VALUE "CHAMPION".
028900     05  CL-PLAYER-ID            PIC X(08).
029000     05  FILLER PIC X(02) VALUE SPACES.
029100     05  CL-PLAYER-NAME          PIC X(25).
029200     05  FILLER PIC X(35) VALUE SPACES.
029300 01  WS-LEFT-OUT-LINE.
029400     05  LO-PLAYER-ID            PIC X(08).
029500     05  FILLER                  PIC X(01) VALUE SPACES.
029600     05  LO-PLAYER-NAME          PIC X(25).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  LO-TEXT                 PIC X(44).
029900 01  WS-NOTE-LINE.
030000     05  NT-TEXT                 PIC X(80).
030100 01  WS-COUNT-LINE.
030200     05  CT-LABEL                PIC X(20).
030300     05  CT-VALUE                PIC ZZ9.
030400     05  FILLER                  PIC X(57) VALUE SPACES.
030500 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
030600 PROCEDURE DIVISION.
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE
030900     IF ACTION-IS-DRAW
031000         PERFORM 2000-MAKE-THE-DRAW
031100     ELSE
031200         PERFORM 5000-ADVANCE-BRACKET
031300     END-IF
031400     PERFORM 8000-WRITE-DRAW-SHEET
031500     PERFORM 9000-TERMINATE
031600     STOP RUN.
031700*----------------------------------------------------------------
031800* 1000-INITIALIZE  --  the card is edited and the bracket on
031900*     file loaded before anything is written.
032000*----------------------------------------------------------------
032100 1000-INITIALIZE.
032110     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
032120     IF RUN-IS-HELD
032130         DISPLAY "YBRACKET: HELD - PREDECESSOR NOT CLEAN"
032140         MOVE 20 TO RETURN-CODE
032150         STOP RUN
032160     END-IF
032200     PERFORM 1100-READ-PARAMETER-CARD
032300     OPEN INPUT PLAYER-REGISTER-FILE
032400     IF WS-REG-STATUS NOT = "00"
032500         DISPLAY "YBRACKET: CANNOT OPEN PLAYREG, STATUS "
032600                 WS-REG-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF
033000     OPEN I-O BRACKET-FILE
033100     IF WS-BRKT-STATUS NOT = "00" AND WS-BRKT-STATUS NOT = "05"
033200         OPEN OUTPUT BRACKET-FILE
033300         CLOSE BRACKET-FILE
033400         OPEN I-O BRACKET-FILE
033500     END-IF
033600     PERFORM 1200-LOAD-BRACKET
033700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033800     ACCEPT WS-RUN-ID FROM TIME
033900     MOVE "S" TO WS-RUN-ENTRY-TYPE
034000     MOVE 0 TO WS-RUN-RECORD-COUNT
034100     MOVE 0 TO WS-RUN-RETURN-CODE
034200     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
034300             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
034400             WS-RUN-RETURN-CODE
034500     OPEN OUTPUT DRAW-SHEET
034600     MOVE WS-HEADING-LINE TO DRAW-SHEET-LINE
034700     WRITE DRAW-SHEET-LINE
034800     MOVE WS-BLANK-LINE TO DRAW-SHEET-LINE
034900     WRITE DRAW-SHEET-LINE.
035000*----------------------------------------------------------------
035100* 1100-READ-PARAMETER-CARD  --  anything unusable ends the run
035200*     with RETURN-CODE 16.
035300*----------------------------------------------------------------
035400 1100-READ-PARAMETER-CARD.
035500     OPEN INPUT PARAMETER-FILE
035600     IF WS-PARM-STATUS NOT = "00"
035700         DISPLAY "YBRACKET: CANNOT OPEN BRKTPARM, STATUS "
035800                 WS-PARM-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF
036200     READ PARAMETER-FILE
036300         AT END
036400             DISPLAY "YBRACKET: BRKTPARM IS EMPTY"
036500             MOVE 16 TO RETURN-CODE
036600             STOP RUN
036700     END-READ
036800     CLOSE PARAMETER-FILE
036900     MOVE PARM-ACTION TO WS-ACTION
037000     IF NOT ACTION-IS-DRAW AND NOT ACTION-IS-ADVANCE
037100         DISPLAY "YBRACKET: BAD ACTION <" PARM-ACTION ">"
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF
037500     IF ACTION-IS-DRAW
037600         MOVE PARM-SEEDING TO WS-SEEDING
037700         IF NOT SEED-FROM-STANDINGS AND NOT SEED-FROM-SEASON
037800             DISPLAY "YBRACKET: BAD SEEDING <" PARM-SEEDING ">"
037900             MOVE 16 TO RETURN-CODE
038000             STOP RUN
038100         END-IF
038200         IF SEED-FROM-SEASON
038300             IF PARM-SEASON NOT NUMERIC
038400                 DISPLAY "YBRACKET: BAD SEASON <" PARM-SEASON ">"
038500                 MOVE 16 TO RETURN-CODE
038600                 STOP RUN
038700             END-IF
038800             MOVE PARM-SEASON TO WS-SEASON
038900         END-IF
039000         IF PARM-ENTRANTS NOT = SPACES
039100             IF PARM-ENTRANTS NOT NUMERIC
039200                 DISPLAY "YBRACKET: BAD ENTRANTS <"
039300                         PARM-ENTRANTS ">"
039400                 MOVE 16 TO RETURN-CODE
039500                 STOP RUN
039600             END-IF
039700             MOVE PARM-ENTRANTS TO WS-ENTRANTS-WANTED
039800             IF WS-ENTRANTS-WANTED < 2 OR WS-ENTRANTS-WANTED > 128
039900                 DISPLAY "YBRACKET: ENTRANTS MUST BE 2-128, CARD "
040000                         "SAYS " WS-ENTRANTS-WANTED
040100                 MOVE 16 TO RETURN-CODE
040200                 STOP RUN
040300             END-IF
040400         END-IF
040500     END-IF.
040600*----------------------------------------------------------------
040700* 1200-LOAD-BRACKET  --  every match on BRACKET into the table in
040800*     key order; the last round loaded is the current round, and
040900*     the bracket is finished once that round is a single match
041000*     - the final - and it is decided.
041100*----------------------------------------------------------------
041200 1200-LOAD-BRACKET.
041300     MOVE LOW-VALUES TO BK-KEY
041400     MOVE "N" TO WS-EOF-SWITCH
041500     START BRACKET-FILE
041600         KEY IS NOT LESS THAN BK-KEY
041700         INVALID KEY
041800             MOVE "Y" TO WS-EOF-SWITCH
041900     END-START
042000     PERFORM 1210-LOAD-ONE-MATCH UNTIL END-OF-INPUT-FILE
042100     IF WS-BT-COUNT > 0
042200         IF WS-ROUND-FIRST-IDX = WS-BT-COUNT
042300             AND NOT BT-IS-PENDING (WS-BT-COUNT)
042400             MOVE "Y" TO WS-FINISHED-FLAG
042500             MOVE WS-BT-WINNER-ID (WS-BT-COUNT) TO WS-CHAMPION-ID
042600         END-IF
042700     END-IF.
042800*----------------------------------------------------------------
042900* 1210-LOAD-ONE-MATCH
043000*----------------------------------------------------------------
043100 1210-LOAD-ONE-MATCH.
043200     READ BRACKET-FILE NEXT RECORD
043300         AT END
043400             MOVE "Y" TO WS-EOF-SWITCH
043500         NOT AT END
043600             PERFORM 1220-FILE-ONE-MATCH
043700     END-READ.
043800*----------------------------------------------------------------
043900* 1220-FILE-ONE-MATCH
044000*----------------------------------------------------------------
044100 1220-FILE-ONE-MATCH.
044200     IF WS-BT-COUNT >= 127
044300         DISPLAY "YBRACKET: BRACKET TABLE FULL AT 127"
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     ADD 1 TO WS-BT-COUNT
044800     MOVE WS-BT-COUNT TO WS-BT-IDX
044900     IF BK-ROUND NOT = WS-CURRENT-ROUND
045000         MOVE BK-ROUND TO WS-CURRENT-ROUND
045100         MOVE WS-BT-IDX TO WS-ROUND-FIRST-IDX
045200     END-IF
045300     MOVE BK-ROUND TO WS-BT-ROUND (WS-BT-IDX)
045400     MOVE BK-MATCH TO WS-BT-MATCH (WS-BT-IDX)
045500     MOVE BK-HOME-SEED TO WS-BT-HOME-SEED (WS-BT-IDX)
045600     MOVE BK-HOME-PLAYER-ID TO WS-BT-HOME-ID (WS-BT-IDX)
045700     MOVE BK-AWAY-SEED TO WS-BT-AWAY-SEED (WS-BT-IDX)
045800     MOVE BK-AWAY-PLAYER-ID TO WS-BT-AWAY-ID (WS-BT-IDX)
045900     MOVE BK-STATUS TO WS-BT-STATUS (WS-BT-IDX)
046000     MOVE BK-WINNER-SEED TO WS-BT-WINNER-SEED (WS-BT-IDX)
046100     MOVE BK-WINNER-ID TO WS-BT-WINNER-ID (WS-BT-IDX)
046200     MOVE BK-DECIDED-BY TO WS-BT-DECIDED-BY (WS-BT-IDX)
046300     MOVE BK-HOME-SCORE TO WS-BT-HOME-SCORE (WS-BT-IDX)
046400     MOVE BK-AWAY-SCORE TO WS-BT-AWAY-SCORE (WS-BT-IDX)
046500     MOVE BK-HOME-UPPER TO WS-BT-HOME-UPPER (WS-BT-IDX)
046600     MOVE BK-AWAY-UPPER TO WS-BT-AWAY-UPPER (WS-BT-IDX)
046700     MOVE BK-RESULTS-BASE TO WS-BT-RESULTS-BASE (WS-BT-IDX)
046800     MOVE BK-DRAWN-DATE TO WS-BT-DRAWN-DATE (WS-BT-IDX)
046900     MOVE "N" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX).
047000*----------------------------------------------------------------
047100* 2000-MAKE-THE-DRAW  --  seed the field, size the bracket, place
047200*     the seeds and write round 1.  A bracket still being played
047300*     is never drawn over.
047400*----------------------------------------------------------------
047500 2000-MAKE-THE-DRAW.
047600     IF WS-BT-COUNT > 0 AND NOT BRACKET-IS-FINISHED
047700         DISPLAY "YBRACKET: BRACKET ON FILE IS STILL IN ROUND "
047800                 WS-CURRENT-ROUND " - DRAW REFUSED"
047900         MOVE 16 TO RETURN-CODE
048000         STOP RUN
048100     END-IF
048200     IF SEED-FROM-STANDINGS
048300         PERFORM 2100-LOAD-STANDINGS
048400     ELSE
048500         PERFORM 2200-LOAD-SEASON-RANKS
048600     END-IF
048700     PERFORM 2500-SORT-FIELD
048800     MOVE WS-FIELD-COUNT TO WS-ENTRANTS
048900     IF WS-ENTRANTS-WANTED > 0
049000             AND WS-ENTRANTS-WANTED < WS-ENTRANTS
049100         MOVE WS-ENTRANTS-WANTED TO WS-ENTRANTS
049200     END-IF
049300     IF WS-ENTRANTS < 2
049400         DISPLAY "YBRACKET: FEWER THAN TWO ENTRANTS - NO DRAW"
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF
049800     IF WS-ENTRANTS > 128
049900         DISPLAY "YBRACKET: FIELD OF " WS-ENTRANTS
050000                 " IS OVER 128 - KEY THE ENTRANTS ON BRKTPARM"
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN
050300     END-IF
050400     PERFORM 2700-PLACE-SEEDS
050500     PERFORM 3000-COUNT-RESULTS
050600     CLOSE BRACKET-FILE
050700     OPEN OUTPUT BRACKET-FILE
050800     CLOSE BRACKET-FILE
050900     OPEN I-O BRACKET-FILE
051000     MOVE 0 TO WS-BT-COUNT
051100     MOVE "N" TO WS-FINISHED-FLAG
051200     MOVE SPACES TO WS-CHAMPION-ID
051300     MOVE 1 TO WS-CURRENT-ROUND
051400     MOVE 1 TO WS-ROUND-FIRST-IDX
051500     OPEN OUTPUT PAIRING-FILE
051600     DIVIDE WS-BRACKET-SIZE BY 2 GIVING WS-MATCH-COUNT
051700     PERFORM VARYING WS-MATCH-NO FROM 1 BY 1
051800             UNTIL WS-MATCH-NO > WS-MATCH-COUNT
051900         PERFORM 2800-DRAW-ONE-MATCH
052000     END-PERFORM
052100     CLOSE PAIRING-FILE
052200     DISPLAY "YBRACKET: " WS-ENTRANTS " ENTRANTS DRAWN, "
052300             WS-BYE-COUNT " BYES".
052400*----------------------------------------------------------------
052500* 2100-LOAD-STANDINGS  --  the field off MATCHSTD, two points a
052600*     win and one a draw, wins breaking ties.
052700*----------------------------------------------------------------
052800 2100-LOAD-STANDINGS.
052900     OPEN INPUT STANDINGS-FILE
053000     IF WS-STAND-STATUS NOT = "00"
053100         DISPLAY "YBRACKET: CANNOT OPEN MATCHSTD, STATUS "
053200                 WS-STAND-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF
053600     MOVE "N" TO WS-EOF-SWITCH
053700     PERFORM 2110-LOAD-ONE-STANDING UNTIL END-OF-INPUT-FILE
053800     CLOSE STANDINGS-FILE.
053900*----------------------------------------------------------------
054000* 2110-LOAD-ONE-STANDING
054100*----------------------------------------------------------------
054200 2110-LOAD-ONE-STANDING.
054300     READ STANDINGS-FILE NEXT RECORD
054400         AT END
054500             MOVE "Y" TO WS-EOF-SWITCH
054600         NOT AT END
054700             MOVE MS-PLAYER-ID TO REG-PLAYER-ID
054800             PERFORM 2300-CHECK-REGISTER
054900             IF PLAYER-IS-ELIGIBLE
055000                 PERFORM 2400-ADD-TO-FIELD
055100                 MOVE MS-PLAYER-ID
055200                         TO WS-FLD-PLAYER-ID (WS-FIELD-COUNT)
055300                 COMPUTE WS-FLD-SORT-KEY-1 (WS-FIELD-COUNT) =
055400                     (2 * MS-WINS) + MS-DRAWS
055500                 MOVE MS-WINS
055600                         TO WS-FLD-SORT-KEY-2 (WS-FIELD-COUNT)
055700             END-IF
055800     END-READ.
055900*----------------------------------------------------------------
056000* 2200-LOAD-SEASON-RANKS  --  the field off one closed season's
056100*     SEASHIST snapshots, highest average first and best game
056200*     breaking ties.
056300*----------------------------------------------------------------
056400 2200-LOAD-SEASON-RANKS.
056500     OPEN INPUT SEASON-HISTORY-FILE
056600     IF WS-SEAS-STATUS NOT = "00"
056700         DISPLAY "YBRACKET: CANNOT OPEN SEASHIST, STATUS "
056800                 WS-SEAS-STATUS
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN
057100     END-IF
057200     MOVE "N" TO WS-EOF-SWITCH
057300     MOVE WS-SEASON TO SEA-SEASON
057400     MOVE LOW-VALUES TO SEA-PLAYER-ID
057500     START SEASON-HISTORY-FILE
057600         KEY IS NOT LESS THAN SEA-KEY
057700         INVALID KEY
057800             MOVE "Y" TO WS-EOF-SWITCH
057900     END-START
058000     PERFORM 2210-LOAD-ONE-SEASON-ENTRY UNTIL END-OF-INPUT-FILE
058100     CLOSE SEASON-HISTORY-FILE
058200     IF WS-FIELD-COUNT = 0
058300         DISPLAY "YBRACKET: NO SEASON " WS-SEASON " ON SEASHIST"
058400         MOVE 16 TO RETURN-CODE
058500         STOP RUN
058600     END-IF.
058700*----------------------------------------------------------------
058800* 2210-LOAD-ONE-SEASON-ENTRY
058900*----------------------------------------------------------------
059000 2210-LOAD-ONE-SEASON-ENTRY.
059100     READ SEASON-HISTORY-FILE NEXT RECORD
059200         AT END
059300             MOVE "Y" TO WS-EOF-SWITCH
059400         NOT AT END
059500             IF SEA-SEASON NOT = WS-SEASON
059600                 MOVE "Y" TO WS-EOF-SWITCH
059700             ELSE
059800                 MOVE SEA-PLAYER-ID TO REG-PLAYER-ID
059900                 PERFORM 2300-CHECK-REGISTER
060000                 IF PLAYER-IS-ELIGIBLE
060100                     PERFORM 2400-ADD-TO-FIELD
060200                     MOVE SEA-PLAYER-ID
060300                             TO WS-FLD-PLAYER-ID (WS-FIELD-COUNT)
060400                     MOVE SEA-AVERAGE-SCORE
060500                             TO WS-FLD-SORT-KEY-1 (WS-FIELD-COUNT)
060600                     MOVE SEA-BEST-GAME
060700                             TO WS-FLD-SORT-KEY-2 (WS-FIELD-COUNT)
060800                 END-IF
060900             END-IF
061000     END-READ.
061100*----------------------------------------------------------------
061200* 2300-CHECK-REGISTER  --  the same rule YPAIRGEN applies: a
061300*     withdrawn player, or an id the register does not know, is
061400*     left out of the draw and listed on the sheet.
061500*----------------------------------------------------------------
061600 2300-CHECK-REGISTER.
061700     MOVE "Y" TO WS-ELIGIBLE-FLAG
061800     READ PLAYER-REGISTER-FILE
061900         INVALID KEY
062000             MOVE "N" TO WS-ELIGIBLE-FLAG
062100             MOVE SPACES TO REG-PLAYER-NAME
062200             MOVE "NOT ON PLAYREG - NOT DRAWN" TO LO-TEXT
062300         NOT INVALID KEY
062400             IF REG-IS-WITHDRAWN
062500                 MOVE "N" TO WS-ELIGIBLE-FLAG
062600                 MOVE "WITHDRAWN - NOT DRAWN" TO LO-TEXT
062700             END-IF
062800     END-READ
062900     IF NOT PLAYER-IS-ELIGIBLE
063000         ADD 1 TO WS-LEFT-OUT-COUNT
063100         MOVE REG-PLAYER-ID TO LO-PLAYER-ID
063200         MOVE REG-PLAYER-NAME TO LO-PLAYER-NAME
063300         MOVE WS-LEFT-OUT-LINE TO DRAW-SHEET-LINE
063400         WRITE DRAW-SHEET-LINE
063500     END-IF.
063600*----------------------------------------------------------------
063700* 2400-ADD-TO-FIELD  --  open the next field slot; the caller
063800*     fills it.
063900*----------------------------------------------------------------
064000 2400-ADD-TO-FIELD.
064100     IF WS-FIELD-COUNT >= 200
064200         DISPLAY "YBRACKET: FIELD TABLE FULL AT 200"
064300         MOVE 16 TO RETURN-CODE
064400         STOP RUN
064500     END-IF
064600     ADD 1 TO WS-FIELD-COUNT.
064700*----------------------------------------------------------------
064800* 2500-SORT-FIELD  --  bubble sort of the field, best first on
064900*     the first key, the second key breaking ties.
065000*----------------------------------------------------------------
065100 2500-SORT-FIELD.
065200     MOVE "Y" TO WS-SORT-SWAPPED
065300     PERFORM 2510-SORT-PASS UNTIL NOT SORT-PASS-SWAPPED.
065400*----------------------------------------------------------------
065500* 2510-SORT-PASS  --  one exchange pass over adjacent entries.
065600*----------------------------------------------------------------
065700 2510-SORT-PASS.
065800     MOVE "N" TO WS-SORT-SWAPPED
065900     PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
066000             UNTIL WS-SORT-IDX >= WS-FIELD-COUNT
066100         IF WS-FLD-SORT-KEY-1 (WS-SORT-IDX) <
066200                 WS-FLD-SORT-KEY-1 (WS-SORT-IDX + 1)
066300             OR (WS-FLD-SORT-KEY-1 (WS-SORT-IDX) =
066400                 WS-FLD-SORT-KEY-1 (WS-SORT-IDX + 1)
066500             AND WS-FLD-SORT-KEY-2 (WS-SORT-IDX) <
066600                 WS-FLD-SORT-KEY-2 (WS-SORT-IDX + 1))
066700             PERFORM 2520-SWAP-ENTRIES
066800         END-IF
066900     END-PERFORM.
067000*----------------------------------------------------------------
067100* 2520-SWAP-ENTRIES  --  exchange the entry at WS-SORT-IDX with
067200*     its neighbour.
067300*----------------------------------------------------------------
067400 2520-SWAP-ENTRIES.
067500     MOVE WS-FIELD-ENTRY (WS-SORT-IDX) TO WS-SWAP-ENTRY
067600     MOVE WS-FIELD-ENTRY (WS-SORT-IDX + 1)
067700             TO WS-FIELD-ENTRY (WS-SORT-IDX)
067800     MOVE WS-SWAP-ENTRY TO WS-FIELD-ENTRY (WS-SORT-IDX + 1)
067900     MOVE "Y" TO WS-SORT-SWAPPED.
068000*----------------------------------------------------------------
068100* 2700-PLACE-SEEDS  --  size the bracket to the smallest power of
068200*     two that holds the entrants, then build the seed order by
068300*     doubling: each seed S in a bracket of N positions is
068400*     followed by its first-round opponent N+1-S.  For 2, 4, 8
068500*     that gives 1 2, then 1 4 2 3, then 1 8 4 5 2 7 3 6.
068600*----------------------------------------------------------------
068700 2700-PLACE-SEEDS.
068800     MOVE 2 TO WS-BRACKET-SIZE
068900     PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANTS
069000         MULTIPLY 2 BY WS-BRACKET-SIZE
069100     END-PERFORM
069200     MOVE 1 TO WS-POS-SEED (1)
069300     MOVE 1 TO WS-POSITION-COUNT
069400     PERFORM UNTIL WS-POSITION-COUNT >= WS-BRACKET-SIZE
069500         PERFORM VARYING WS-POS-IDX FROM WS-POSITION-COUNT BY -1
069600                 UNTIL WS-POS-IDX < 1
069700             MOVE WS-POS-SEED (WS-POS-IDX) TO WS-SEED-WORK
069800             COMPUTE WS-POS-SEED (2 * WS-POS-IDX) =
069900                 (2 * WS-POSITION-COUNT) + 1 - WS-SEED-WORK
070000             MOVE WS-SEED-WORK TO WS-POS-SEED (2 * WS-POS-IDX - 1)
070100         END-PERFORM
070200         MULTIPLY 2 BY WS-POSITION-COUNT
070300     END-PERFORM.
070400*----------------------------------------------------------------
070500* 2800-DRAW-ONE-MATCH  --  a first-round match off two
070600*     neighbouring positions.  An away seed past the entrants is
070700*     a bye: the home seed goes through, and there is nothing for
070800*     the match-play scorer to decide.
070900*----------------------------------------------------------------
071000 2800-DRAW-ONE-MATCH.
071100     MOVE WS-POS-SEED (2 * WS-MATCH-NO - 1) TO WS-HOME-SEED
071200     MOVE WS-POS-SEED (2 * WS-MATCH-NO) TO WS-AWAY-SEED
071300     ADD 1 TO WS-BT-COUNT
071400     MOVE WS-BT-COUNT TO WS-BT-IDX
071500     MOVE 1 TO WS-BT-ROUND (WS-BT-IDX)
071600     MOVE WS-MATCH-NO TO WS-BT-MATCH (WS-BT-IDX)
071700     MOVE WS-HOME-SEED TO WS-BT-HOME-SEED (WS-BT-IDX)
071800     MOVE WS-FLD-PLAYER-ID (WS-HOME-SEED)
071900             TO WS-BT-HOME-ID (WS-BT-IDX)
072000     MOVE 0 TO WS-BT-HOME-SCORE (WS-BT-IDX)
072100     MOVE 0 TO WS-BT-AWAY-SCORE (WS-BT-IDX)
072200     MOVE 0 TO WS-BT-HOME-UPPER (WS-BT-IDX)
072300     MOVE 0 TO WS-BT-AWAY-UPPER (WS-BT-IDX)
072400     MOVE WS-RESULTS-COUNT TO WS-BT-RESULTS-BASE (WS-BT-IDX)
072500     MOVE WS-RUN-DATE TO WS-BT-DRAWN-DATE (WS-BT-IDX)
072600     MOVE "N" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX)
072700     IF WS-AWAY-SEED > WS-ENTRANTS
072800         ADD 1 TO WS-BYE-COUNT
072900         MOVE 0 TO WS-BT-AWAY-SEED (WS-BT-IDX)
073000         MOVE SPACES TO WS-BT-AWAY-ID (WS-BT-IDX)
073100         MOVE "B" TO WS-BT-STATUS (WS-BT-IDX)
073200         MOVE WS-HOME-SEED TO WS-BT-WINNER-SEED (WS-BT-IDX)
073300         MOVE WS-BT-HOME-ID (WS-BT-IDX)
073400                 TO WS-BT-WINNER-ID (WS-BT-IDX)
073500         MOVE SPACES TO WS-BT-DECIDED-BY (WS-BT-IDX)
073600     ELSE
073700         MOVE WS-AWAY-SEED TO WS-BT-AWAY-SEED (WS-BT-IDX)
073800         MOVE WS-FLD-PLAYER-ID (WS-AWAY-SEED)
073900                 TO WS-BT-AWAY-ID (WS-BT-IDX)
074000         MOVE "P" TO WS-BT-STATUS (WS-BT-IDX)
074100         MOVE 0 TO WS-BT-WINNER-SEED (WS-BT-IDX)
074200         MOVE SPACES TO WS-BT-WINNER-ID (WS-BT-IDX)
074300         MOVE SPACES TO WS-BT-DECIDED-BY (WS-BT-IDX)
074400         PERFORM 7100-WRITE-PAIRING
074500     END-IF
074600     PERFORM 7000-WRITE-BRACKET-MATCH.
074700*----------------------------------------------------------------
074800* 3000-COUNT-RESULTS  --  the MATCHRES records already on file,
074900*     which the round about to be written must look past.  No
075000*     MATCHRES is a season with no results yet.
075100*----------------------------------------------------------------
075200 3000-COUNT-RESULTS.
075300     MOVE 0 TO WS-RESULTS-COUNT
075400     OPEN INPUT MATCH-RESULT-FILE
075500     IF WS-RESULT-STATUS = "00"
075600         MOVE "N" TO WS-EOF-SWITCH
075700         PERFORM 3010-COUNT-ONE-RESULT UNTIL END-OF-INPUT-FILE
075800         CLOSE MATCH-RESULT-FILE
075900     END-IF.
076000*----------------------------------------------------------------
076100* 3010-COUNT-ONE-RESULT
076200*----------------------------------------------------------------
076300 3010-COUNT-ONE-RESULT.
076400     READ MATCH-RESULT-FILE
076500         AT END
076600             MOVE "Y" TO WS-EOF-SWITCH
076700         NOT AT END
076800             ADD 1 TO WS-RESULTS-COUNT
076900     END-READ.
077000*----------------------------------------------------------------
077100* 5000-ADVANCE-BRACKET  --  pick the current round's results up
077200*     off MATCHRES, break any drawn ties off GAMEHIST, and only
077300*     if the whole round is then decided save it and build the
077400*     next.
077500*----------------------------------------------------------------
077600 5000-ADVANCE-BRACKET.
077700     IF WS-BT-COUNT = 0
077800         DISPLAY "YBRACKET: NO BRACKET ON FILE - MAKE THE DRAW "
077900                 "FIRST"
078000         MOVE 16 TO RETURN-CODE
078100         STOP RUN
078200     END-IF
078300     IF BRACKET-IS-FINISHED
078400         DISPLAY "YBRACKET: BRACKET IS FINISHED - CHAMPION "
078500                 WS-CHAMPION-ID
078600     ELSE
078700         MOVE WS-BT-RESULTS-BASE (WS-ROUND-FIRST-IDX)
078800                 TO WS-ROUND-BASE
078900         MOVE WS-BT-DRAWN-DATE (WS-ROUND-FIRST-IDX)
079000                 TO WS-ROUND-DRAWN-DATE
079100         PERFORM 5100-APPLY-RESULTS
079200         PERFORM 5300-BREAK-TIES
079300         MOVE 0 TO WS-PENDING-COUNT
079400         PERFORM VARYING WS-BT-IDX FROM WS-ROUND-FIRST-IDX BY 1
079500                 UNTIL WS-BT-IDX > WS-BT-COUNT
079600             IF BT-IS-PENDING (WS-BT-IDX)
079700                 ADD 1 TO WS-PENDING-COUNT
079800             END-IF
079900         END-PERFORM
080000         IF WS-PENDING-COUNT > 0
080100             MOVE "Y" TO WS-REFUSED-FLAG
080200             DISPLAY "YBRACKET: " WS-PENDING-COUNT " MATCHES OF "
080300                     "ROUND " WS-CURRENT-ROUND " UNDECIDED - "
080400                     "NEXT ROUND NOT BUILT"
080500             MOVE 8 TO RETURN-CODE
080600         ELSE
080700             PERFORM 5500-SAVE-ROUND
080800             IF WS-ROUND-FIRST-IDX = WS-BT-COUNT
080900                 MOVE "Y" TO WS-FINISHED-FLAG
081000                 MOVE WS-BT-WINNER-ID (WS-BT-COUNT)
081100                         TO WS-CHAMPION-ID
081200                 DISPLAY "YBRACKET: FINAL DECIDED - CHAMPION "
081300                         WS-CHAMPION-ID
081400             ELSE
081500                 PERFORM 5600-BUILD-NEXT-ROUND
081600             END-IF
081700         END-IF
081800     END-IF.
081900*----------------------------------------------------------------
082000* 5100-APPLY-RESULTS  --  one pass over MATCHRES, looking only
082100*     past the point the current round was written.  Each result
082200*     is matched to its pending match either way round; a later
082300*     result for the same pairing replaces an earlier one.
082400*----------------------------------------------------------------
082500 5100-APPLY-RESULTS.
082600     MOVE 0 TO WS-RESULTS-COUNT
082700     OPEN INPUT MATCH-RESULT-FILE
082800     IF WS-RESULT-STATUS = "00"
082900         MOVE "N" TO WS-EOF-SWITCH
083000         PERFORM 5110-APPLY-ONE-RESULT UNTIL END-OF-INPUT-FILE
083100         CLOSE MATCH-RESULT-FILE
083200     ELSE
083300         DISPLAY "YBRACKET: NO MATCHRES - NO RESULTS TO APPLY"
083400     END-IF.
083500*----------------------------------------------------------------
083600* 5110-APPLY-ONE-RESULT
083700*----------------------------------------------------------------
083800 5110-APPLY-ONE-RESULT.
083900     READ MATCH-RESULT-FILE
084000         AT END
084100             MOVE "Y" TO WS-EOF-SWITCH
084200         NOT AT END
084300             ADD 1 TO WS-RESULTS-COUNT
084400             IF WS-RESULTS-COUNT > WS-ROUND-BASE
084500                 PERFORM VARYING WS-BT-IDX FROM WS-ROUND-FIRST-IDX
084600                         BY 1 UNTIL WS-BT-IDX > WS-BT-COUNT
084700                     PERFORM 5120-MATCH-ONE-RESULT
084800                 END-PERFORM
084900             END-IF
085000     END-READ.
085100*----------------------------------------------------------------
085200* 5120-MATCH-ONE-RESULT  --  the scores kept are the ones the
085300*     match was decided on: the nets for a typed round, the
085400*     grand totals for a result written before rounds were
085500*     typed.
085600*----------------------------------------------------------------
085700 5120-MATCH-ONE-RESULT.
085800     IF BT-IS-BYE (WS-BT-IDX)
085900         CONTINUE
086000     ELSE
086100         IF MR-ROUND-TYPE = SPACES
086200             MOVE MR-HOME-TOTAL TO WS-MR-HOME-SCORE
086300             MOVE MR-AWAY-TOTAL TO WS-MR-AWAY-SCORE
086400         ELSE
086500             MOVE MR-HOME-NET TO WS-MR-HOME-SCORE
086600             MOVE MR-AWAY-NET TO WS-MR-AWAY-SCORE
086700         END-IF
086800         IF MR-HOME-PLAYER-ID = WS-BT-HOME-ID (WS-BT-IDX)
086900             AND MR-AWAY-PLAYER-ID = WS-BT-AWAY-ID (WS-BT-IDX)
087000             MOVE WS-MR-HOME-SCORE TO WS-BT-HOME-SCORE (WS-BT-IDX)
087100             MOVE WS-MR-AWAY-SCORE TO WS-BT-AWAY-SCORE (WS-BT-IDX)
087200             PERFORM 5130-TAKE-RESULT
087300         END-IF
087400         IF MR-HOME-PLAYER-ID = WS-BT-AWAY-ID (WS-BT-IDX)
087500             AND MR-AWAY-PLAYER-ID = WS-BT-HOME-ID (WS-BT-IDX)
087600             MOVE WS-MR-AWAY-SCORE TO WS-BT-HOME-SCORE (WS-BT-IDX)
087700             MOVE WS-MR-HOME-SCORE TO WS-BT-AWAY-SCORE (WS-BT-IDX)
087800             PERFORM 5130-TAKE-RESULT
087900         END-IF
088000     END-IF.
088100*----------------------------------------------------------------
088200* 5130-TAKE-RESULT  --  an outright winner is decided now; a
088300*     draw is held for the tie-break.  A reversal from the game
088310*     adjustment run puts the match back to pending until the
088320*     corrected result that follows it, if any, is taken.
088400*----------------------------------------------------------------
088500 5130-TAKE-RESULT.
088600     EVALUATE TRUE
088610         WHEN MR-IS-REVERSAL
088620             MOVE "P" TO WS-BT-STATUS (WS-BT-IDX)
088630             MOVE "N" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX)
088640             MOVE 0 TO WS-BT-WINNER-SEED (WS-BT-IDX)
088650             MOVE SPACES TO WS-BT-WINNER-ID (WS-BT-IDX)
088660             MOVE SPACES TO WS-BT-DECIDED-BY (WS-BT-IDX)
088670         WHEN MATCH-IS-DRAW
088700             MOVE "P" TO WS-BT-STATUS (WS-BT-IDX)
088800             MOVE "Y" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX)
088900             MOVE 0 TO WS-BT-WINNER-SEED (WS-BT-IDX)
089000             MOVE SPACES TO WS-BT-WINNER-ID (WS-BT-IDX)
089100             MOVE SPACES TO WS-BT-DECIDED-BY (WS-BT-IDX)
089200         WHEN OTHER
089300             MOVE "D" TO WS-BT-STATUS (WS-BT-IDX)
089400             MOVE "N" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX)
089500             MOVE "S" TO WS-BT-DECIDED-BY (WS-BT-IDX)
089600             MOVE MR-WINNER-ID TO WS-BT-WINNER-ID (WS-BT-IDX)
089700             IF MR-WINNER-ID = WS-BT-HOME-ID (WS-BT-IDX)
089800                 MOVE WS-BT-HOME-SEED (WS-BT-IDX)
089900                         TO WS-BT-WINNER-SEED (WS-BT-IDX)
090000             ELSE
090100                 MOVE WS-BT-AWAY-SEED (WS-BT-IDX)
090200                         TO WS-BT-WINNER-SEED (WS-BT-IDX)
090300             END-IF
090400     END-EVALUATE.
090500*----------------------------------------------------------------
090600* 5300-BREAK-TIES  --  for every drawn match, each side's upper-
090700*     section subtotal off the last game GAMEHIST holds for the
090800*     player dated on or after the round was written; the higher
090900*     subtotal goes through, and level subtotals go to the better
091000*     seed.  With no GAMEHIST both subtotals are zero and the
091100*     seed decides.  Reversals are passed over: a voided game
091110*     has already put its match back to pending, and a
091120*     corrected one is followed by its replacement.
091200*----------------------------------------------------------------
091300 5300-BREAK-TIES.
091400     OPEN INPUT GAME-HISTORY-FILE
091500     IF WS-GHIST-STATUS = "00"
091600         MOVE "N" TO WS-EOF-SWITCH
091700         PERFORM 5310-READ-ONE-GAME UNTIL END-OF-INPUT-FILE
091800         CLOSE GAME-HISTORY-FILE
091900     END-IF
092000     PERFORM VARYING WS-BT-IDX FROM WS-ROUND-FIRST-IDX BY 1
092100             UNTIL WS-BT-IDX > WS-BT-COUNT
092200         IF BT-MATCH-WAS-DRAWN (WS-BT-IDX)
092300             PERFORM 5330-DECIDE-DRAWN-MATCH
092400         END-IF
092500     END-PERFORM.
092600*----------------------------------------------------------------
092700* 5310-READ-ONE-GAME
092800*----------------------------------------------------------------
092900 5310-READ-ONE-GAME.
093000     READ GAME-HISTORY-FILE
093100         AT END
093200             MOVE "Y" TO WS-EOF-SWITCH
093300         NOT AT END
093400             IF GH-GAME-DATE NOT < WS-ROUND-DRAWN-DATE
093450                     AND NOT GH-IS-REVERSAL
093500                 PERFORM VARYING WS-BT-IDX FROM WS-ROUND-FIRST-IDX
093600                         BY 1 UNTIL WS-BT-IDX > WS-BT-COUNT
093700                     PERFORM 5320-TAKE-UPPER-SUBTOTAL
093800                 END-PERFORM
093900             END-IF
094000     END-READ.
094100*----------------------------------------------------------------
094200* 5320-TAKE-UPPER-SUBTOTAL
094300*----------------------------------------------------------------
094400 5320-TAKE-UPPER-SUBTOTAL.
094500     IF BT-MATCH-WAS-DRAWN (WS-BT-IDX)
094600         IF GH-PLAYER-ID = WS-BT-HOME-ID (WS-BT-IDX)
094700             MOVE GH-UPPER-SUBTOTAL
094800                     TO WS-BT-HOME-UPPER (WS-BT-IDX)
094900         END-IF
095000         IF GH-PLAYER-ID = WS-BT-AWAY-ID (WS-BT-IDX)
095100             MOVE GH-UPPER-SUBTOTAL
095200                     TO WS-BT-AWAY-UPPER (WS-BT-IDX)
095300         END-IF
095400     END-IF.
095500*----------------------------------------------------------------
095600* 5330-DECIDE-DRAWN-MATCH  --  the home side is always the better
095700*     seed, so level subtotals send the home side through.
095800*----------------------------------------------------------------
095900 5330-DECIDE-DRAWN-MATCH.
096000     MOVE "D" TO WS-BT-STATUS (WS-BT-IDX)
096100     EVALUATE TRUE
096200         WHEN WS-BT-HOME-UPPER (WS-BT-IDX) >
096300                 WS-BT-AWAY-UPPER (WS-BT-IDX)
096400             MOVE "U" TO WS-BT-DECIDED-BY (WS-BT-IDX)
096500             MOVE WS-BT-HOME-SEED (WS-BT-IDX)
096600                     TO WS-BT-WINNER-SEED (WS-BT-IDX)
096700             MOVE WS-BT-HOME-ID (WS-BT-IDX)
096800                     TO WS-BT-WINNER-ID (WS-BT-IDX)
096900         WHEN WS-BT-AWAY-UPPER (WS-BT-IDX) >
097000                 WS-BT-HOME-UPPER (WS-BT-IDX)
097100             MOVE "U" TO WS-BT-DECIDED-BY (WS-BT-IDX)
097200             MOVE WS-BT-AWAY-SEED (WS-BT-IDX)
097300                     TO WS-BT-WINNER-SEED (WS-BT-IDX)
097400             MOVE WS-BT-AWAY-ID (WS-BT-IDX)
097500                     TO WS-BT-WINNER-ID (WS-BT-IDX)
097600         WHEN OTHER
097700             MOVE "E" TO WS-BT-DECIDED-BY (WS-BT-IDX)
097800             MOVE WS-BT-HOME-SEED (WS-BT-IDX)
097900                     TO WS-BT-WINNER-SEED (WS-BT-IDX)
098000             MOVE WS-BT-HOME-ID (WS-BT-IDX)
098100                     TO WS-BT-WINNER-ID (WS-BT-IDX)
098200     END-EVALUATE.
098300*----------------------------------------------------------------
098400* 5500-SAVE-ROUND  --  the decided round back to BRACKET.
098500*----------------------------------------------------------------
098600 5500-SAVE-ROUND.
098700     PERFORM VARYING WS-BT-IDX FROM WS-ROUND-FIRST-IDX BY 1
098800             UNTIL WS-BT-IDX > WS-BT-COUNT
098900         PERFORM 7000-WRITE-BRACKET-MATCH
099000     END-PERFORM.
099100*----------------------------------------------------------------
099200* 5600-BUILD-NEXT-ROUND  --  the winners of matches 2K-1 and 2K
099300*     meet in match K of the next round, the better seed at
099400*     home, and the round goes to BRACKET and PAIRFILE.
099500*----------------------------------------------------------------
099600 5600-BUILD-NEXT-ROUND.
099700     COMPUTE WS-MATCH-COUNT =
099800         (WS-BT-COUNT - WS-ROUND-FIRST-IDX + 1) / 2
099900     MOVE WS-ROUND-FIRST-IDX TO WS-FEEDER-IDX
100000     MOVE WS-BT-COUNT TO WS-ROUND-FIRST-IDX
100100     ADD 1 TO WS-ROUND-FIRST-IDX
100200     ADD 1 TO WS-CURRENT-ROUND
100300     OPEN OUTPUT PAIRING-FILE
100400     PERFORM VARYING WS-MATCH-NO FROM 1 BY 1
100500             UNTIL WS-MATCH-NO > WS-MATCH-COUNT
100600         PERFORM 5610-BUILD-ONE-MATCH
100700     END-PERFORM
100800     CLOSE PAIRING-FILE
100900     DISPLAY "YBRACKET: ROUND " WS-CURRENT-ROUND " BUILT, "
101000             WS-PAIRED-COUNT " PAIRINGS WRITTEN".
101100*----------------------------------------------------------------
101200* 5610-BUILD-ONE-MATCH  --  WS-FEEDER-IDX walks the finished
101300*     round two matches at a time.
101400*----------------------------------------------------------------
101500 5610-BUILD-ONE-MATCH.
101600     MOVE WS-BT-WINNER-SEED (WS-FEEDER-IDX) TO WS-HOME-SEED
101700     MOVE WS-BT-WINNER-SEED (WS-FEEDER-IDX + 1) TO WS-AWAY-SEED
101800     ADD 1 TO WS-BT-COUNT
101900     MOVE WS-BT-COUNT TO WS-BT-IDX
102000     MOVE WS-CURRENT-ROUND TO WS-BT-ROUND (WS-BT-IDX)
102100     MOVE WS-MATCH-NO TO WS-BT-MATCH (WS-BT-IDX)
102200     IF WS-HOME-SEED < WS-AWAY-SEED
102300         MOVE WS-HOME-SEED TO WS-BT-HOME-SEED (WS-BT-IDX)
102400         MOVE WS-BT-WINNER-ID (WS-FEEDER-IDX)
102500                 TO WS-BT-HOME-ID (WS-BT-IDX)
102600         MOVE WS-AWAY-SEED TO WS-BT-AWAY-SEED (WS-BT-IDX)
102700         MOVE WS-BT-WINNER-ID (WS-FEEDER-IDX + 1)
102800                 TO WS-BT-AWAY-ID (WS-BT-IDX)
102900     ELSE
103000         MOVE WS-AWAY-SEED TO WS-BT-HOME-SEED (WS-BT-IDX)
103100         MOVE WS-BT-WINNER-ID (WS-FEEDER-IDX + 1)
103200                 TO WS-BT-HOME-ID (WS-BT-IDX)
103300         MOVE WS-HOME-SEED TO WS-BT-AWAY-SEED (WS-BT-IDX)
103400         MOVE WS-BT-WINNER-ID (WS-FEEDER-IDX)
103500                 TO WS-BT-AWAY-ID (WS-BT-IDX)
103600     END-IF
103700     MOVE "P" TO WS-BT-STATUS (WS-BT-IDX)
103800     MOVE 0 TO WS-BT-WINNER-SEED (WS-BT-IDX)
103900     MOVE SPACES TO WS-BT-WINNER-ID (WS-BT-IDX)
104000     MOVE SPACES TO WS-BT-DECIDED-BY (WS-BT-IDX)
104100     MOVE 0 TO WS-BT-HOME-SCORE (WS-BT-IDX)
104200     MOVE 0 TO WS-BT-AWAY-SCORE (WS-BT-IDX)
104300     MOVE 0 TO WS-BT-HOME-UPPER (WS-BT-IDX)
104400     MOVE 0 TO WS-BT-AWAY-UPPER (WS-BT-IDX)
104500     MOVE WS-RESULTS-COUNT TO WS-BT-RESULTS-BASE (WS-BT-IDX)
104600     MOVE WS-RUN-DATE TO WS-BT-DRAWN-DATE (WS-BT-IDX)
104700     MOVE "N" TO WS-BT-DRAWN-SWITCH (WS-BT-IDX)
104800     PERFORM 7100-WRITE-PAIRING
104900     PERFORM 7000-WRITE-BRACKET-MATCH
105000     ADD 2 TO WS-FEEDER-IDX.
105100*----------------------------------------------------------------
105200* 7000-WRITE-BRACKET-MATCH  --  the table entry at WS-BT-IDX to
105300*     BRACKET, added or replaced.
105400*----------------------------------------------------------------
105500 7000-WRITE-BRACKET-MATCH.
105600     MOVE WS-BT-ROUND (WS-BT-IDX) TO BK-ROUND
105700     MOVE WS-BT-MATCH (WS-BT-IDX) TO BK-MATCH
105800     MOVE WS-BT-HOME-SEED (WS-BT-IDX) TO BK-HOME-SEED
105900     MOVE WS-BT-HOME-ID (WS-BT-IDX) TO BK-HOME-PLAYER-ID
106000     MOVE WS-BT-AWAY-SEED (WS-BT-IDX) TO BK-AWAY-SEED
106100     MOVE WS-BT-AWAY-ID (WS-BT-IDX) TO BK-AWAY-PLAYER-ID
106200     MOVE WS-BT-STATUS (WS-BT-IDX) TO BK-STATUS
106300     MOVE WS-BT-WINNER-SEED (WS-BT-IDX) TO BK-WINNER-SEED
106400     MOVE WS-BT-WINNER-ID (WS-BT-IDX) TO BK-WINNER-ID
106500     MOVE WS-BT-DECIDED-BY (WS-BT-IDX) TO BK-DECIDED-BY
106600     MOVE WS-BT-HOME-SCORE (WS-BT-IDX) TO BK-HOME-SCORE
106700     MOVE WS-BT-AWAY-SCORE (WS-BT-IDX) TO BK-AWAY-SCORE
106800     MOVE WS-BT-HOME-UPPER (WS-BT-IDX) TO BK-HOME-UPPER
106900     MOVE WS-BT-AWAY-UPPER (WS-BT-IDX) TO BK-AWAY-UPPER
107000     MOVE WS-BT-RESULTS-BASE (WS-BT-IDX) TO BK-RESULTS-BASE
107100     MOVE WS-BT-DRAWN-DATE (WS-BT-IDX) TO BK-DRAWN-DATE
107200     WRITE BRACKET-MATCH-RECORD
107300         INVALID KEY
107400             REWRITE BRACKET-MATCH-RECORD
107500     END-WRITE
107600     ADD 1 TO WS-RUN-RECORD-COUNT.
107700*----------------------------------------------------------------
107800* 7100-WRITE-PAIRING  --  the PAIRFILE record the match-play
107900*     scorer reads, better seed at home.
108000*----------------------------------------------------------------
108100 7100-WRITE-PAIRING.
108200     MOVE WS-BT-HOME-ID (WS-BT-IDX) TO PAIR-HOME-PLAYER-ID
108300     MOVE WS-BT-AWAY-ID (WS-BT-IDX) TO PAIR-AWAY-PLAYER-ID
108400     WRITE MATCH-PAIRING-RECORD
108500     ADD 1 TO WS-PAIRED-COUNT.
108600*----------------------------------------------------------------
108700* 8000-WRITE-DRAW-SHEET  --  the whole bracket round by round,
108800*     then the champion or the state of the current round.
108900*----------------------------------------------------------------
109000 8000-WRITE-DRAW-SHEET.
109100     MOVE 0 TO WS-SHEET-ROUND
109200     PERFORM VARYING WS-BT-IDX FROM 1 BY 1
109300             UNTIL WS-BT-IDX > WS-BT-COUNT
109400         IF WS-BT-ROUND (WS-BT-IDX) NOT = WS-SHEET-ROUND
109500             PERFORM 8100-WRITE-ROUND-HEADING
109600         END-IF
109700         PERFORM 8200-WRITE-ONE-MATCH
109800     END-PERFORM
109900     MOVE WS-BLANK-LINE TO DRAW-SHEET-LINE
110000     WRITE DRAW-SHEET-LINE
110100     IF BRACKET-IS-FINISHED
110200         MOVE WS-CHAMPION-ID TO CL-PLAYER-ID
110300         MOVE WS-CHAMPION-ID TO REG-PLAYER-ID
110400         PERFORM 8300-LOOK-UP-NAME
110500         MOVE REG-PLAYER-NAME TO CL-PLAYER-NAME
110600         MOVE WS-CHAMPION-LINE TO DRAW-SHEET-LINE
110700         WRITE DRAW-SHEET-LINE
110800     END-IF
110900     IF ROUND-WAS-REFUSED
111000         MOVE SPACES TO NT-TEXT
111100         STRING "ROUND " WS-CURRENT-ROUND " NOT COMPLETE - "
111200                 WS-PENDING-COUNT " MATCHES PENDING - NEXT ROUND "
111300                 "NOT BUILT" DELIMITED BY SIZE INTO NT-TEXT
111400         MOVE WS-NOTE-LINE TO DRAW-SHEET-LINE
111500         WRITE DRAW-SHEET-LINE
111600     END-IF
111700     IF ACTION-IS-DRAW
111800         MOVE "ENTRANTS" TO CT-LABEL
111900         MOVE WS-ENTRANTS TO CT-VALUE
112000         MOVE WS-COUNT-LINE TO DRAW-SHEET-LINE
112100         WRITE DRAW-SHEET-LINE
112200         MOVE "BRACKET SIZE" TO CT-LABEL
112300         MOVE WS-BRACKET-SIZE TO CT-VALUE
112400         MOVE WS-COUNT-LINE TO DRAW-SHEET-LINE
112500         WRITE DRAW-SHEET-LINE
112600         MOVE "BYES" TO CT-LABEL
112700         MOVE WS-BYE-COUNT TO CT-VALUE
112800         MOVE WS-COUNT-LINE TO DRAW-SHEET-LINE
112900         WRITE DRAW-SHEET-LINE
113000         IF WS-LEFT-OUT-COUNT > 0
113100             MOVE "LEFT OUT OF DRAW" TO CT-LABEL
113200             MOVE WS-LEFT-OUT-COUNT TO CT-VALUE
113300             MOVE WS-COUNT-LINE TO DRAW-SHEET-LINE
113400             WRITE DRAW-SHEET-LINE
113500         END-IF
113600     END-IF
113700     MOVE "PAIRINGS WRITTEN" TO CT-LABEL
113800     MOVE WS-PAIRED-COUNT TO CT-VALUE
113900     MOVE WS-COUNT-LINE TO DRAW-SHEET-LINE
114000     WRITE DRAW-SHEET-LINE.
114100*----------------------------------------------------------------
114200* 8100-WRITE-ROUND-HEADING  --  the last two rounds are named for
114300*     what they are.
114400*----------------------------------------------------------------
114500 8100-WRITE-ROUND-HEADING.
114600     MOVE WS-BT-ROUND (WS-BT-IDX) TO WS-SHEET-ROUND
114700     MOVE WS-BLANK-LINE TO DRAW-SHEET-LINE
114800     WRITE DRAW-SHEET-LINE
114900     MOVE SPACES TO RL-TEXT
115000     MOVE 0 TO WS-MATCH-COUNT
115100     PERFORM VARYING WS-FEEDER-IDX FROM WS-BT-IDX BY 1
115200             UNTIL WS-FEEDER-IDX > WS-BT-COUNT
115300         IF WS-BT-ROUND (WS-FEEDER-IDX) = WS-SHEET-ROUND
115400             ADD 1 TO WS-MATCH-COUNT
115500         END-IF
115600     END-PERFORM
115700     EVALUATE TRUE
115800         WHEN WS-MATCH-COUNT = 1
115900             MOVE "FINAL" TO RL-TEXT
116000         WHEN WS-MATCH-COUNT = 2
116100             MOVE "SEMI-FINALS" TO RL-TEXT
116200         WHEN OTHER
116300             STRING "ROUND " WS-SHEET-ROUND
116400                     DELIMITED BY SIZE INTO RL-TEXT
116500     END-EVALUATE
116600     MOVE WS-ROUND-LINE TO DRAW-SHEET-LINE
116700     WRITE DRAW-SHEET-LINE
116800     MOVE WS-COLUMN-LINE TO DRAW-SHEET-LINE
116900     WRITE DRAW-SHEET-LINE.
117000*----------------------------------------------------------------
117100* 8200-WRITE-ONE-MATCH  --  a tie-break gets a second line giving
117200*     the subtotals it was settled on.
117300*----------------------------------------------------------------
117400 8200-WRITE-ONE-MATCH.
117500     MOVE WS-BT-MATCH (WS-BT-IDX) TO DL-MATCH
117600     MOVE WS-BT-HOME-SEED (WS-BT-IDX) TO DL-HOME-SEED
117700     MOVE WS-BT-HOME-ID (WS-BT-IDX) TO DL-HOME-ID
117800     MOVE WS-BT-HOME-ID (WS-BT-IDX) TO REG-PLAYER-ID
117900     PERFORM 8300-LOOK-UP-NAME
118000     MOVE REG-PLAYER-NAME TO DL-HOME-NAME
118100     MOVE WS-BT-AWAY-ID (WS-BT-IDX) TO DL-AWAY-ID
118200     IF BT-IS-BYE (WS-BT-IDX)
118300         MOVE SPACES TO DL-AWAY-SEED-X
118400         MOVE SPACES TO DL-AWAY-NAME
118500         MOVE SPACES TO DL-HOME-SCORE-X
118600         MOVE SPACES TO DL-AWAY-SCORE-X
118700         MOVE "BYE" TO DL-RESULT
118800     ELSE
118900         MOVE WS-BT-AWAY-SEED (WS-BT-IDX) TO DL-AWAY-SEED
119000         MOVE WS-BT-AWAY-ID (WS-BT-IDX) TO REG-PLAYER-ID
119100         PERFORM 8300-LOOK-UP-NAME
119200         MOVE REG-PLAYER-NAME TO DL-AWAY-NAME
119300         IF BT-IS-PENDING (WS-BT-IDX)
119400             MOVE SPACES TO DL-HOME-SCORE-X
119500             MOVE SPACES TO DL-AWAY-SCORE-X
119600             MOVE "PENDING" TO DL-RESULT
119700         ELSE
119800             MOVE WS-BT-HOME-SCORE (WS-BT-IDX) TO DL-HOME-SCORE
119900             MOVE WS-BT-AWAY-SCORE (WS-BT-IDX) TO DL-AWAY-SCORE
120000             IF WS-BT-WINNER-ID (WS-BT-IDX) =
120100                     WS-BT-HOME-ID (WS-BT-IDX)
120200                 MOVE "HOME THROUGH" TO DL-RESULT
120300             ELSE
120400                 MOVE "AWAY THROUGH" TO DL-RESULT
120500             END-IF
120600         END-IF
120700     END-IF
120800     MOVE WS-DETAIL-LINE TO DRAW-SHEET-LINE
120900     WRITE DRAW-SHEET-LINE
121000     IF BT-IS-DECIDED (WS-BT-IDX)
121100         AND NOT BT-ON-SCORE (WS-BT-IDX)
121200         MOVE WS-BT-HOME-UPPER (WS-BT-IDX) TO TL-HOME-UPPER
121300         MOVE WS-BT-AWAY-UPPER (WS-BT-IDX) TO TL-AWAY-UPPER
121400         IF BT-ON-UPPER (WS-BT-IDX)
121500             MOVE "HIGHER SUBTOTAL GOES THROUGH" TO TL-TEXT
121600         ELSE
121700             MOVE "LEVEL - BETTER SEED GOES THROUGH" TO TL-TEXT
121800         END-IF
121900         MOVE WS-TIE-LINE TO DRAW-SHEET-LINE
122000         WRITE DRAW-SHEET-LINE
122100     END-IF.
122200*----------------------------------------------------------------
122300* 8300-LOOK-UP-NAME  --  the registered name for REG-PLAYER-ID,
122400*     blank when the register does not know the id.
122500*----------------------------------------------------------------
122600 8300-LOOK-UP-NAME.
122700     READ PLAYER-REGISTER-FILE
122800         INVALID KEY
122900             MOVE SPACES TO REG-PLAYER-NAME
123000     END-READ.
123100*----------------------------------------------------------------
123200* 9000-TERMINATE
123300*----------------------------------------------------------------
123400 9000-TERMINATE.
123500     CLOSE BRACKET-FILE
123600     CLOSE PLAYER-REGISTER-FILE
123700     CLOSE DRAW-SHEET
123800     MOVE "E" TO WS-RUN-ENTRY-TYPE
123900     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
124000     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
124100             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
124200             WS-RUN-RETURN-CODE.
