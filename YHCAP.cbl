000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YHCAP.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YHCAP  --  player handicaps off the GAMEHIST game-results
000900*            history, for handicapped match play.
001000*
001100* Reads GAMEHIST front to back and keeps, for every player, the
001200* most recent games up to the rolling window on the parameter
001300* card - most recent by GH-GAME-DATE, and by order filed within
001400* a date.  Each player's handicap is then worked from the
001500* average grand total of those games against the league par:
001600*
001700*   HANDICAP = (PAR - WINDOW AVERAGE) x ALLOWANCE % / 100
001800*
001900* rounded to whole points, and never below zero - a player who
002000* averages par or better plays off scratch.  The handicap is
002100* posted to the HANDICAP KSDS, keyed by player-id, with the
002200* date it takes effect, the number of games it was based on,
002300* their average and the par and allowance in force, so the
002400* match-play scorer can add it to the grand total and a
002500* disputed handicap can be re-worked by hand.  A player with
002600* fewer games than the card's minimum gets no handicap and any
002700* handicap already on file is left as it stands.
002800*
002900* HCPPARM, one card, fixed columns:
003000*
003100*   1-4    league par                      (required)
003200*   5-6    window, games                   (required, 1-20)
003300*   7-9    allowance percent               (blank = 100)
003400*   10-11  minimum games                   (blank = 3, or the
003500*                                           window if smaller)
003600*   12-19  effective date CCYYMMDD         (blank = run date)
003700*
003800* Games dated after the effective date are not counted, so a
003900* run can be repeated as of an earlier date and give the same
004000* handicaps.  A missing or bad card, or a missing GAMEHIST,
004100* ends the run with RETURN-CODE 16 before HANDICAP is touched.
004200* Every player is listed on HCAPRPT with the handicap posted,
004300* or the reason none was.
004310*
004320* A game the adjustment run reversed comes back out of its
004330* player's window, and the corrected game written in its place
004340* is counted like any other.
004400*
004500* MODIFICATION HISTORY
004600*   2026-10-15  TSG  Initial version.
004650*   2026-10-15  TSG  Games reversed by the game adjustment run
004700*                    are taken back out of the window.
004710*   2026-10-15  TSG  Checked against its JOBDEP predecessors
004720*                    through YRUNGATE at startup; ends with
004730*                    RETURN-CODE 20 when held.
004750*=================================================================
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PARAMETER-FILE ASSIGN TO "HCPPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PARM-STATUS.
005400     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GHIST-STATUS.
005700     SELECT HANDICAP-FILE ASSIGN TO "HANDICAP"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HCP-PLAYER-ID
006100         FILE STATUS IS WS-HCP-STATUS.
006200     SELECT HANDICAP-REPORT ASSIGN TO "HCAPRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARAMETER-FILE.
006800 01  PARAMETER-CARD.
006900     05  PARM-LEAGUE-PAR         PIC X(04).
007000     05  PARM-WINDOW             PIC X(02).
007100     05  PARM-ALLOWANCE-PCT      PIC X(03).
007200     05  PARM-MINIMUM-GAMES      PIC X(02).
007300     05  PARM-EFFECTIVE-DATE     PIC X(08).
007400     05  FILLER                  PIC X(61).
007500 FD  GAME-HISTORY-FILE.
007600 COPY GHREC.
007700 FD  HANDICAP-FILE.
007800 COPY HCPREC.
007900 FD  HANDICAP-REPORT.
008000 01  HANDICAP-REPORT-LINE        PIC X(80).
008100 WORKING-STORAGE SECTION.
008200 01  WS-PARM-STATUS              PIC X(02).
008300 01  WS-GHIST-STATUS             PIC X(02).
008400 01  WS-HCP-STATUS               PIC X(02).
008500 01  WS-REPORT-STATUS            PIC X(02).
008600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
008700     88  END-OF-HISTORY-FILE            VALUE "Y".
008800 01  WS-FOUND-FLAG               PIC X(01).
008900     88  PLAYER-SLOT-WAS-FOUND          VALUE "Y".
009000 01  WS-ON-FILE-FLAG             PIC X(01).
009100     88  HANDICAP-WAS-ON-FILE           VALUE "Y".
009200 01  WS-LEAGUE-PAR               PIC 9(04) VALUE 0.
009300 01  WS-WINDOW                   PIC 9(02) VALUE 0.
009400 01  WS-ALLOWANCE-PCT            PIC 9(03) VALUE 0.
009500 01  WS-MINIMUM-GAMES            PIC 9(02) VALUE 0.
009600 01  WS-EFFECTIVE-DATE           PIC 9(08) VALUE 0.
009700 01  WS-READ-COUNT               PIC 9(08) VALUE 0.
009800 01  WS-LATE-COUNT               PIC 9(08) VALUE 0.
009900 01  WS-POSTED-COUNT             PIC 9(06) VALUE 0.
010000 01  WS-SHORT-COUNT              PIC 9(06) VALUE 0.
010100 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
010200 01  WS-PLAYER-SUB               PIC 9(03) COMP.
010300 01  WS-SCAN-SUB                 PIC 9(03) COMP.
010400 01  WS-SLOT-SUB                 PIC 9(02) COMP.
010500 01  WS-OLD-SUB                  PIC 9(02) COMP.
010600 01  WS-WINDOW-SUM               PIC 9(07).
010700 01  WS-WINDOW-AVERAGE           PIC 9(04)V99.
010800 01  WS-HANDICAP-WORK            PIC 9(05).
010900 01  WS-OLD-HANDICAP             PIC 9(03).
011000 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
011100 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YHCAP".
011200 01  WS-RUN-ENTRY-TYPE           PIC X(01).
011300 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
011400 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
011420 01  WS-GATE-RESULT              PIC X(01).
011440     88  RUN-IS-HELD                    VALUE "H".
011500*----------------------------------------------------------------
011600* The roster: every player on the history, in order of first
011700* appearance, each with a window of up to twenty of the
011800* player's most recent games.  A slot holds the game's date, the
011900* order it was filed in and its grand total; once the window is
012000* full a later game takes the slot of the oldest one.  200
012100* players is far past the club roster.
012200*----------------------------------------------------------------
012300 01  WS-PLAYER-TABLE.
012400     05  WS-PLAYER-ENTRY OCCURS 200 TIMES.
012500         10  WS-PT-PLAYER-ID     PIC X(08).
012600         10  WS-PT-GAMES         PIC 9(06).
012700         10  WS-PT-SLOTS-USED    PIC 9(02).
012800         10  WS-PT-SLOT OCCURS 20 TIMES.
012900             15  WS-PS-DATE      PIC 9(08).
013000             15  WS-PS-SEQUENCE  PIC 9(08).
013100             15  WS-PS-TOTAL     PIC 9(04).
013200*----------------------------------------------------------------
013300* Report line layouts, moved into HANDICAP-REPORT-LINE before
013400* WRITE.
013500*----------------------------------------------------------------
013600 01  WS-HEADING-LINE.
013700     05  FILLER PIC X(25) VALUE "PLAYER HANDICAP REPORT".
013800     05  FILLER PIC X(55) VALUE SPACES.
013900 01  WS-PARM-LINE.
014000     05  FILLER PIC X(04) VALUE "PAR ".
014100     05  PL-PAR                  PIC ZZZ9.
014200     05  FILLER PIC X(10) VALUE "   WINDOW ".
014300     05  PL-WINDOW               PIC Z9.
014400     05  FILLER PIC X(13) VALUE "   ALLOWANCE ".
014500     05  PL-ALLOWANCE            PIC ZZ9.
014600     05  FILLER PIC X(13) VALUE "%   MINIMUM ".
014700     05  PL-MINIMUM              PIC Z9.
014800     05  FILLER PIC X(14) VALUE "   EFFECTIVE ".
014900     05  PL-EFFECTIVE            PIC 9(08).
015000     05  FILLER PIC X(07) VALUE SPACES.
015100 01  WS-COLUMN-LINE.
015200     05  FILLER PIC X(10) VALUE "PLAYER".
015300     05  FILLER PIC X(07) VALUE "GAMES".
015400     05  FILLER PIC X(10) VALUE "AVERAGE".
015500     05  FILLER PIC X(06) VALUE "HCP".
015600     05  FILLER PIC X(47) VALUE "NOTE".
015700 01  WS-DETAIL-LINE.
015800     05  DL-PLAYER-ID            PIC X(08).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  DL-GAMES                PIC Z9.
016100     05  FILLER                  PIC X(03) VALUE SPACES.
016200     05  DL-AVERAGE              PIC ZZZ9.99.
016300     05  FILLER                  PIC X(03) VALUE SPACES.
016400     05  DL-HANDICAP             PIC ZZ9.
016500     05  FILLER                  PIC X(03) VALUE SPACES.
016600     05  DL-NOTE                 PIC X(49).
016700 01  WS-NOTE-CHANGED.
016800     05  FILLER PIC X(13) VALUE "CHANGED FROM ".
016900     05  NC-OLD-HANDICAP         PIC ZZ9.
017000     05  FILLER PIC X(33) VALUE SPACES.
017100 01  WS-NOTE-SHORT.
017200     05  FILLER PIC X(14) VALUE "TOO FEW GAMES ".
017300     05  NS-GAMES                PIC Z9.
017400     05  FILLER PIC X(04) VALUE " OF ".
017500     05  NS-MINIMUM              PIC Z9.
017600     05  FILLER PIC X(27) VALUE " - NOT POSTED".
017700 01  WS-COUNT-LINE.
017800     05  CT-LABEL                PIC X(24).
017900     05  CT-VALUE                PIC ZZ,ZZZ,ZZ9.
018000     05  FILLER                  PIC X(46) VALUE SPACES.
018100 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE
018500     PERFORM 2000-FILE-ONE-GAME UNTIL END-OF-HISTORY-FILE
018600     CLOSE GAME-HISTORY-FILE
018700     PERFORM VARYING WS-PLAYER-SUB FROM 1 BY 1
018800             UNTIL WS-PLAYER-SUB > WS-PLAYER-COUNT
018900         PERFORM 4000-RATE-ONE-PLAYER
019000     END-PERFORM
019100     PERFORM 8000-WRITE-RUN-COUNTS
019200     PERFORM 9000-TERMINATE
019300     STOP RUN.
019400*----------------------------------------------------------------
019500* 1000-INITIALIZE  --  the card is read and edited before any
019600*     file is opened for output, so a bad card leaves HANDICAP
019700*     exactly as it was.
019800*----------------------------------------------------------------
019900 1000-INITIALIZE.
019910     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
019920     IF RUN-IS-HELD
019930         DISPLAY "YHCAP: HELD - PREDECESSOR NOT CLEAN"
019940         MOVE 20 TO RETURN-CODE
019950         STOP RUN
019960     END-IF
020000     PERFORM 1100-READ-PARAMETER-CARD
020100     OPEN INPUT GAME-HISTORY-FILE
020200     IF WS-GHIST-STATUS NOT = "00"
020300         DISPLAY "YHCAP: CANNOT OPEN GAMEHIST, STATUS "
020400                 WS-GHIST-STATUS
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020800     OPEN I-O HANDICAP-FILE
020900     IF WS-HCP-STATUS NOT = "00" AND WS-HCP-STATUS NOT = "05"
021000         OPEN OUTPUT HANDICAP-FILE
021100         CLOSE HANDICAP-FILE
021200         OPEN I-O HANDICAP-FILE
021300     END-IF
021400     OPEN OUTPUT HANDICAP-REPORT
021500     ACCEPT WS-RUN-ID FROM TIME
021600     MOVE "S" TO WS-RUN-ENTRY-TYPE
021700     MOVE 0 TO WS-RUN-RECORD-COUNT
021800     MOVE 0 TO WS-RUN-RETURN-CODE
021900     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
022000             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
022100             WS-RUN-RETURN-CODE
022200     MOVE WS-HEADING-LINE TO HANDICAP-REPORT-LINE
022300     WRITE HANDICAP-REPORT-LINE
022400     MOVE WS-LEAGUE-PAR TO PL-PAR
022500     MOVE WS-WINDOW TO PL-WINDOW
022600     MOVE WS-ALLOWANCE-PCT TO PL-ALLOWANCE
022700     MOVE WS-MINIMUM-GAMES TO PL-MINIMUM
022800     MOVE WS-EFFECTIVE-DATE TO PL-EFFECTIVE
022900     MOVE WS-PARM-LINE TO HANDICAP-REPORT-LINE
023000     WRITE HANDICAP-REPORT-LINE
023100     MOVE WS-BLANK-LINE TO HANDICAP-REPORT-LINE
023200     WRITE HANDICAP-REPORT-LINE
023300     MOVE WS-COLUMN-LINE TO HANDICAP-REPORT-LINE
023400     WRITE HANDICAP-REPORT-LINE
023500     PERFORM 2100-READ-GAME-HISTORY.
023600*----------------------------------------------------------------
023700* 1100-READ-PARAMETER-CARD  --  par and window must be keyed;
023800*     allowance, minimum and effective date take their defaults
023900*     when blank.  Anything unusable ends the run with
024000*     RETURN-CODE 16.
024100*----------------------------------------------------------------
024200 1100-READ-PARAMETER-CARD.
024300     OPEN INPUT PARAMETER-FILE
024400     IF WS-PARM-STATUS NOT = "00"
024500         DISPLAY "YHCAP: CANNOT OPEN HCPPARM, STATUS "
024600                 WS-PARM-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         STOP RUN
024900     END-IF
025000     READ PARAMETER-FILE
025100         AT END
025200             DISPLAY "YHCAP: HCPPARM IS EMPTY"
025300             MOVE 16 TO RETURN-CODE
025400             STOP RUN
025500     END-READ
025600     CLOSE PARAMETER-FILE
025700     IF PARM-LEAGUE-PAR NOT NUMERIC
025800         DISPLAY "YHCAP: BAD LEAGUE PAR <" PARM-LEAGUE-PAR ">"
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF
026200     MOVE PARM-LEAGUE-PAR TO WS-LEAGUE-PAR
026300     IF PARM-WINDOW NOT NUMERIC
026400         DISPLAY "YHCAP: BAD WINDOW <" PARM-WINDOW ">"
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF
026800     MOVE PARM-WINDOW TO WS-WINDOW
026900     IF WS-WINDOW < 1 OR WS-WINDOW > 20
027000         DISPLAY "YHCAP: WINDOW MUST BE 1-20, CARD SAYS "
027100                 WS-WINDOW
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF
027500     IF PARM-ALLOWANCE-PCT = SPACES
027600         MOVE 100 TO WS-ALLOWANCE-PCT
027700     ELSE
027800         IF PARM-ALLOWANCE-PCT NOT NUMERIC
027900             DISPLAY "YHCAP: BAD ALLOWANCE <"
028000                     PARM-ALLOWANCE-PCT ">"
028100             MOVE 16 TO RETURN-CODE
028200             STOP RUN
028300         END-IF
028400         MOVE PARM-ALLOWANCE-PCT TO WS-ALLOWANCE-PCT
028500     END-IF
028600     IF WS-ALLOWANCE-PCT < 1 OR WS-ALLOWANCE-PCT > 100
028700         DISPLAY "YHCAP: ALLOWANCE MUST BE 1-100, CARD SAYS "
028800                 WS-ALLOWANCE-PCT
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     IF PARM-MINIMUM-GAMES = SPACES
029300         MOVE 3 TO WS-MINIMUM-GAMES
029400     ELSE
029500         IF PARM-MINIMUM-GAMES NOT NUMERIC
029600             DISPLAY "YHCAP: BAD MINIMUM GAMES <"
029700                     PARM-MINIMUM-GAMES ">"
029800             MOVE 16 TO RETURN-CODE
029900             STOP RUN
030000         END-IF
030100         MOVE PARM-MINIMUM-GAMES TO WS-MINIMUM-GAMES
030200     END-IF
030300     IF WS-MINIMUM-GAMES < 1
030400         MOVE 1 TO WS-MINIMUM-GAMES
030500     END-IF
030600     IF WS-MINIMUM-GAMES > WS-WINDOW
030700         MOVE WS-WINDOW TO WS-MINIMUM-GAMES
030800     END-IF
030900     IF PARM-EFFECTIVE-DATE = SPACES
031000         ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
031100     ELSE
031200         IF PARM-EFFECTIVE-DATE NOT NUMERIC
031300             DISPLAY "YHCAP: BAD EFFECTIVE DATE <"
031400                     PARM-EFFECTIVE-DATE ">"
031500             MOVE 16 TO RETURN-CODE
031600             STOP RUN
031700         END-IF
031800         MOVE PARM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
031900     END-IF
032000     DISPLAY "YHCAP: PAR " WS-LEAGUE-PAR " WINDOW " WS-WINDOW
032100             " EFFECTIVE " WS-EFFECTIVE-DATE.
032200*----------------------------------------------------------------
032300* 2000-FILE-ONE-GAME  --  a game dated after the effective date
032400*     is counted and passed over; any other goes into its
032500*     player's window.  A reversal takes its game back out.
032600*----------------------------------------------------------------
032700 2000-FILE-ONE-GAME.
032800     ADD 1 TO WS-READ-COUNT
032900     IF GH-GAME-DATE > WS-EFFECTIVE-DATE
033000         ADD 1 TO WS-LATE-COUNT
033100     ELSE
033200         PERFORM 2200-FIND-PLAYER-SLOT
033210         IF GH-IS-REVERSAL
033220             PERFORM 2500-TAKE-OUT-OF-WINDOW
033230         ELSE
033300             ADD 1 TO WS-PT-GAMES (WS-PLAYER-SUB)
033400             PERFORM 2300-FILE-IN-WINDOW
033450         END-IF
033500     END-IF
033600     PERFORM 2100-READ-GAME-HISTORY.
033700*----------------------------------------------------------------
033800* 2100-READ-GAME-HISTORY
033900*----------------------------------------------------------------
034000 2100-READ-GAME-HISTORY.
034100     READ GAME-HISTORY-FILE
034200         AT END
034300             MOVE "Y" TO WS-EOF-SWITCH
034400     END-READ.
034500*----------------------------------------------------------------
034600* 2200-FIND-PLAYER-SLOT  --  the player's roster slot, opened
034700*     with an empty window on first appearance; WS-PLAYER-SUB is
034800*     left pointing at it.
034900*----------------------------------------------------------------
035000 2200-FIND-PLAYER-SLOT.
035100     MOVE "N" TO WS-FOUND-FLAG
035200     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
035300             UNTIL WS-SCAN-SUB > WS-PLAYER-COUNT
035400                 OR PLAYER-SLOT-WAS-FOUND
035500         IF WS-PT-PLAYER-ID (WS-SCAN-SUB) = GH-PLAYER-ID
035600             MOVE "Y" TO WS-FOUND-FLAG
035700             MOVE WS-SCAN-SUB TO WS-PLAYER-SUB
035800         END-IF
035900     END-PERFORM
036000     IF NOT PLAYER-SLOT-WAS-FOUND
036100         IF WS-PLAYER-COUNT >= 200
036200             DISPLAY "YHCAP: PLAYER TABLE FULL AT 200"
036300             MOVE 16 TO RETURN-CODE
036400             STOP RUN
036500         END-IF
036600         ADD 1 TO WS-PLAYER-COUNT
036700         MOVE WS-PLAYER-COUNT TO WS-PLAYER-SUB
036800         MOVE GH-PLAYER-ID TO WS-PT-PLAYER-ID (WS-PLAYER-SUB)
036900         MOVE 0 TO WS-PT-GAMES (WS-PLAYER-SUB)
037000         MOVE 0 TO WS-PT-SLOTS-USED (WS-PLAYER-SUB)
037100     END-IF.
037200*----------------------------------------------------------------
037300* 2300-FILE-IN-WINDOW  --  while the window has room the game
037400*     takes the next slot.  Once it is full the game replaces
037500*     the oldest game held - earliest date, and earliest filed
037600*     within that date - unless the game is itself older than
037700*     everything held, which can only happen when the history
037800*     was not appended in date order.
037900*----------------------------------------------------------------
038000 2300-FILE-IN-WINDOW.
038100     IF WS-PT-SLOTS-USED (WS-PLAYER-SUB) < WS-WINDOW
038200         ADD 1 TO WS-PT-SLOTS-USED (WS-PLAYER-SUB)
038300         MOVE WS-PT-SLOTS-USED (WS-PLAYER-SUB) TO WS-OLD-SUB
038400         PERFORM 2400-LOAD-WINDOW-SLOT
038500     ELSE
038600         MOVE 1 TO WS-OLD-SUB
038700         PERFORM VARYING WS-SLOT-SUB FROM 2 BY 1
038800                 UNTIL WS-SLOT-SUB > WS-WINDOW
038900             IF WS-PS-DATE (WS-PLAYER-SUB, WS-SLOT-SUB) <
039000                     WS-PS-DATE (WS-PLAYER-SUB, WS-OLD-SUB)
039100                 MOVE WS-SLOT-SUB TO WS-OLD-SUB
039200             END-IF
039300             IF WS-PS-DATE (WS-PLAYER-SUB, WS-SLOT-SUB) =
039400                     WS-PS-DATE (WS-PLAYER-SUB, WS-OLD-SUB)
039500                 IF WS-PS-SEQUENCE (WS-PLAYER-SUB, WS-SLOT-SUB) <
039600                     WS-PS-SEQUENCE (WS-PLAYER-SUB, WS-OLD-SUB)
039700                     MOVE WS-SLOT-SUB TO WS-OLD-SUB
039800                 END-IF
039900             END-IF
040000         END-PERFORM
040100         IF GH-GAME-DATE NOT <
040200                 WS-PS-DATE (WS-PLAYER-SUB, WS-OLD-SUB)
040300             PERFORM 2400-LOAD-WINDOW-SLOT
040400         END-IF
040500     END-IF.
040600*----------------------------------------------------------------
040700* 2400-LOAD-WINDOW-SLOT
040800*----------------------------------------------------------------
040900 2400-LOAD-WINDOW-SLOT.
041000     MOVE GH-GAME-DATE
041100             TO WS-PS-DATE (WS-PLAYER-SUB, WS-OLD-SUB)
041200     MOVE WS-READ-COUNT
041300             TO WS-PS-SEQUENCE (WS-PLAYER-SUB, WS-OLD-SUB)
041400     MOVE GH-GRAND-TOTAL
041500             TO WS-PS-TOTAL (WS-PLAYER-SUB, WS-OLD-SUB).
041502*----------------------------------------------------------------
041504* 2500-TAKE-OUT-OF-WINDOW  --  a reversal from the game
041506*     adjustment run cancels the latest game held with the same
041508*     date and grand total; the last slot in use moves into its
041510*     place.  A game already pushed out of the window needs no
041512*     undoing, and the window is one game short until the
041514*     player's next game fills it.
041516*----------------------------------------------------------------
041518 2500-TAKE-OUT-OF-WINDOW.
041520     MOVE 0 TO WS-OLD-SUB
041522     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
041524             UNTIL WS-SLOT-SUB > WS-PT-SLOTS-USED (WS-PLAYER-SUB)
041526         IF WS-PS-DATE (WS-PLAYER-SUB, WS-SLOT-SUB) = GH-GAME-DATE
041528                 AND WS-PS-TOTAL (WS-PLAYER-SUB, WS-SLOT-SUB) =
041530                     GH-GRAND-TOTAL
041532             IF WS-OLD-SUB = 0
041534                 MOVE WS-SLOT-SUB TO WS-OLD-SUB
041536             ELSE
041538                 IF WS-PS-SEQUENCE (WS-PLAYER-SUB, WS-SLOT-SUB) >
041540                     WS-PS-SEQUENCE (WS-PLAYER-SUB, WS-OLD-SUB)
041542                     MOVE WS-SLOT-SUB TO WS-OLD-SUB
041544                 END-IF
041546             END-IF
041548         END-IF
041550     END-PERFORM
041552     IF WS-PT-GAMES (WS-PLAYER-SUB) > 0
041554         SUBTRACT 1 FROM WS-PT-GAMES (WS-PLAYER-SUB)
041556     END-IF
041558     IF WS-OLD-SUB > 0
041560         MOVE WS-PT-SLOTS-USED (WS-PLAYER-SUB) TO WS-SLOT-SUB
041562         MOVE WS-PT-SLOT (WS-PLAYER-SUB, WS-SLOT-SUB)
041564                 TO WS-PT-SLOT (WS-PLAYER-SUB, WS-OLD-SUB)
041566         SUBTRACT 1 FROM WS-PT-SLOTS-USED (WS-PLAYER-SUB)
041568     END-IF.
041600*----------------------------------------------------------------
041700* 4000-RATE-ONE-PLAYER  --  average the window, work the
041800*     handicap off the par, and post it; a player short of the
041900*     minimum is only listed.
042000*----------------------------------------------------------------
042100 4000-RATE-ONE-PLAYER.
042200     MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO DL-PLAYER-ID
042300     MOVE WS-PT-SLOTS-USED (WS-PLAYER-SUB) TO DL-GAMES
042400     MOVE 0 TO WS-WINDOW-SUM
042500     PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
042600             UNTIL WS-SLOT-SUB > WS-PT-SLOTS-USED (WS-PLAYER-SUB)
042700         ADD WS-PS-TOTAL (WS-PLAYER-SUB, WS-SLOT-SUB)
042800                 TO WS-WINDOW-SUM
042900     END-PERFORM
042950     IF WS-PT-SLOTS-USED (WS-PLAYER-SUB) > 0
043000         COMPUTE WS-WINDOW-AVERAGE ROUNDED =
043100             WS-WINDOW-SUM / WS-PT-SLOTS-USED (WS-PLAYER-SUB)
043110     ELSE
043120         MOVE 0 TO WS-WINDOW-AVERAGE
043130     END-IF
043200     MOVE WS-WINDOW-AVERAGE TO DL-AVERAGE
043300     IF WS-PT-SLOTS-USED (WS-PLAYER-SUB) < WS-MINIMUM-GAMES
043400         ADD 1 TO WS-SHORT-COUNT
043500         MOVE 0 TO DL-HANDICAP
043600         MOVE WS-PT-SLOTS-USED (WS-PLAYER-SUB) TO NS-GAMES
043700         MOVE WS-MINIMUM-GAMES TO NS-MINIMUM
043800         MOVE WS-NOTE-SHORT TO DL-NOTE
043900     ELSE
044000         IF WS-WINDOW-AVERAGE < WS-LEAGUE-PAR
044100             COMPUTE WS-HANDICAP-WORK ROUNDED =
044200                 (WS-LEAGUE-PAR - WS-WINDOW-AVERAGE)
044300                 * WS-ALLOWANCE-PCT / 100
044400         ELSE
044500             MOVE 0 TO WS-HANDICAP-WORK
044600         END-IF
044700         IF WS-HANDICAP-WORK > 999
044800             MOVE 999 TO WS-HANDICAP-WORK
044900         END-IF
045000         PERFORM 4100-POST-HANDICAP
045100     END-IF
045200     MOVE WS-DETAIL-LINE TO HANDICAP-REPORT-LINE
045300     WRITE HANDICAP-REPORT-LINE.
045400*----------------------------------------------------------------
045500* 4100-POST-HANDICAP  --  add or replace the player's HANDICAP
045600*     record.  The record area is loaded only after the READ,
045700*     which would otherwise overwrite it.
045800*----------------------------------------------------------------
045900 4100-POST-HANDICAP.
046000     MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO HCP-PLAYER-ID
046100     READ HANDICAP-FILE
046200         INVALID KEY
046300             MOVE "N" TO WS-ON-FILE-FLAG
046400         NOT INVALID KEY
046500             MOVE "Y" TO WS-ON-FILE-FLAG
046600             MOVE HCP-HANDICAP TO WS-OLD-HANDICAP
046700     END-READ
046800     MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO HCP-PLAYER-ID
046900     MOVE WS-HANDICAP-WORK TO HCP-HANDICAP
047000     MOVE WS-EFFECTIVE-DATE TO HCP-EFFECTIVE-DATE
047100     MOVE WS-PT-SLOTS-USED (WS-PLAYER-SUB) TO HCP-GAMES-USED
047200     MOVE WS-WINDOW-AVERAGE TO HCP-WINDOW-AVERAGE
047300     MOVE WS-LEAGUE-PAR TO HCP-LEAGUE-PAR
047400     MOVE WS-ALLOWANCE-PCT TO HCP-ALLOWANCE-PCT
047500     IF HANDICAP-WAS-ON-FILE
047600         REWRITE HANDICAP-RECORD
047700         IF WS-OLD-HANDICAP = WS-HANDICAP-WORK
047800             MOVE "UNCHANGED" TO DL-NOTE
047900         ELSE
048000             MOVE WS-OLD-HANDICAP TO NC-OLD-HANDICAP
048100             MOVE WS-NOTE-CHANGED TO DL-NOTE
048200         END-IF
048300     ELSE
048400         WRITE HANDICAP-RECORD
048500         MOVE "NEW" TO DL-NOTE
048600     END-IF
048700     IF WS-HCP-STATUS NOT = "00"
048800         DISPLAY "YHCAP: HANDICAP NOT POSTED FOR "
048900                 HCP-PLAYER-ID ", STATUS " WS-HCP-STATUS
049000         MOVE "** NOT POSTED - SEE RUN LOG" TO DL-NOTE
049100         MOVE 8 TO RETURN-CODE
049200     ELSE
049300         ADD 1 TO WS-POSTED-COUNT
049400     END-IF
049500     MOVE WS-HANDICAP-WORK TO DL-HANDICAP.
049600*----------------------------------------------------------------
049700* 8000-WRITE-RUN-COUNTS
049800*----------------------------------------------------------------
049900 8000-WRITE-RUN-COUNTS.
050000     MOVE WS-BLANK-LINE TO HANDICAP-REPORT-LINE
050100     WRITE HANDICAP-REPORT-LINE
050200     MOVE "GAMES READ" TO CT-LABEL
050300     MOVE WS-READ-COUNT TO CT-VALUE
050400     MOVE WS-COUNT-LINE TO HANDICAP-REPORT-LINE
050500     WRITE HANDICAP-REPORT-LINE
050600     IF WS-LATE-COUNT > 0
050700         MOVE "DATED AFTER EFFECTIVE" TO CT-LABEL
050800         MOVE WS-LATE-COUNT TO CT-VALUE
050900         MOVE WS-COUNT-LINE TO HANDICAP-REPORT-LINE
051000         WRITE HANDICAP-REPORT-LINE
051100     END-IF
051200     MOVE "PLAYERS RATED" TO CT-LABEL
051300     MOVE WS-PLAYER-COUNT TO CT-VALUE
051400     MOVE WS-COUNT-LINE TO HANDICAP-REPORT-LINE
051500     WRITE HANDICAP-REPORT-LINE
051600     MOVE "HANDICAPS POSTED" TO CT-LABEL
051700     MOVE WS-POSTED-COUNT TO CT-VALUE
051800     MOVE WS-COUNT-LINE TO HANDICAP-REPORT-LINE
051900     WRITE HANDICAP-REPORT-LINE
052000     IF WS-SHORT-COUNT > 0
052100         MOVE "TOO FEW GAMES" TO CT-LABEL
052200         MOVE WS-SHORT-COUNT TO CT-VALUE
052300         MOVE WS-COUNT-LINE TO HANDICAP-REPORT-LINE
052400         WRITE HANDICAP-REPORT-LINE
052500     END-IF.
052600*----------------------------------------------------------------
052700* 9000-TERMINATE
052800*----------------------------------------------------------------
052900 9000-TERMINATE.
053000     DISPLAY "YHCAP: " WS-POSTED-COUNT " HANDICAPS POSTED FROM "
053100             WS-READ-COUNT " GAMES"
053200     CLOSE HANDICAP-FILE
053300     CLOSE HANDICAP-REPORT
053400     MOVE "E" TO WS-RUN-ENTRY-TYPE
053500     MOVE WS-POSTED-COUNT TO WS-RUN-RECORD-COUNT
053600     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
053700     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
053800             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
053900             WS-RUN-RETURN-CODE.
