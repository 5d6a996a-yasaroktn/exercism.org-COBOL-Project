002200* A detail record arriving before the night's first header has
002300* no player to belong to; it is counted and noted on the run
002400* log rather than scored against nobody.
002410*
002420* Each header's player id is checked against the PLAYREG
002430* registered-player master before the game is opened.  A game
002440* for an id not on the register (reason 40) or for a player
002450* suspended or withdrawn there (reason 50) is refused whole:
002460* every detail of it lands on SCOREREJ under that reason and
002470* nothing reaches the scorecard, GAMEHIST or PLAYHIST, so a
002480* mistyped id can no longer create a phantom player.
002500*
002600* MODIFICATION HISTORY
002700*   2026-08-09  TSG  Initial version.
003491*                    scores, subtotal, bonus and grand total -
003492*                    appended across runs for the player
003493*                    season statement.
003494*   2026-10-15  TSG  Refuse games for player ids not on the
003495*                    PLAYREG register (reason 40) or suspended
003496*                    or withdrawn there (reason 50) to SCOREREJ;
003497*                    the player's registered name now prints on
003498*                    the scorecard and the night summary.
003510*   2026-10-15  TSG  Entry type and source on GAMEHIST - blank
003520*                    and S for a game as scored - for the game
003525*                    adjustment run.
003526*   2026-10-15  TSG  Checked against its JOBDEP predecessors
003527*                    through YRUNGATE at startup; ends with
003528*                    RETURN-CODE 20 when held.
003530*=================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
005210     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-GHIST-STATUS.
005240     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
005250         ORGANIZATION IS INDEXED
005260         ACCESS MODE IS DYNAMIC
005270         RECORD KEY IS REG-PLAYER-ID
005280         FILE STATUS IS WS-REG-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GAME-FILE.
006200 COPY REJREC.
006210 FD  GAME-HISTORY-FILE.
006220 COPY GHREC.
006230 FD  PLAYER-REGISTER-FILE.
006240 COPY PLAYREG.
006300 WORKING-STORAGE SECTION.
006400 01  WS-GAME-STATUS              PIC X(02).
006500 01  WS-CARD-STATUS              PIC X(02).
008300 01  WS-GAME-COUNT               PIC 9(03) VALUE 0.
008350 01  WS-GAMES-SCORED             PIC 9(06) VALUE 0.
008400 01  WS-ORPHAN-COUNT             PIC 9(03) VALUE 0.
008410 01  WS-REG-STATUS               PIC X(02).
008420 01  WS-PLAYER-NAME              PIC X(25) VALUE SPACES.
008430 01  WS-REFUSE-SWITCH            PIC X(01) VALUE "N".
008440     88  GAME-IS-REFUSED                VALUE "Y".
008450 01  WS-REFUSE-CODE              PIC 9(02) VALUE 0.
008460 01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.
008470 01  WS-GAMES-REFUSED            PIC 9(06) VALUE 0.
008500 01  WS-LIST-IDX                 PIC 9(03) COMP.
008505 01  WS-PREPASS-EOF-SWITCH       PIC X(01) VALUE "N".
008510     88  END-OF-TRAILER-PREPASS         VALUE "Y".
008565 01  WS-RUN-ENTRY-TYPE           PIC X(01).
008570 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
008575 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
008576 01  WS-GATE-RESULT              PIC X(01).
008578     88  RUN-IS-HELD                    VALUE "H".
008580*----------------------------------------------------------------
008585* The batch control trailer the clubhouse PC keys as the last
008590* GAMEFILE record, held here so each record read can be tested
011500     05  WS-NIGHT-ENTRY OCCURS 200 TIMES
011600                         INDEXED BY WS-NIGHT-IDX.
011700         10  WS-NIGHT-PLAYER-ID  PIC X(08).
011750         10  WS-NIGHT-PLAYER-NAME
011760                                 PIC X(25).
011800         10  WS-NIGHT-TOTAL      PIC 9(04).
011900*----------------------------------------------------------------
012000* Report line layouts, moved into SCORECARD-LINE before WRITE.
012500     05  FILLER PIC X(67) VALUE SPACES.
012600 01  WS-SUMMARY-LINE.
012700     05  SU-PLAYER-ID            PIC X(08).
012750     05  FILLER                  PIC X(02) VALUE SPACES.
012760     05  SU-PLAYER-NAME          PIC X(25).
012800     05  FILLER                  PIC X(04) VALUE SPACES.
012900     05  SU-TOTAL                PIC Z,ZZ9.
013000     05  FILLER                  PIC X(36) VALUE SPACES.
013100 01  WS-GAMES-LINE.
013200     05  FILLER                  PIC X(14) VALUE "GAMES SCORED".
013300     05  GM-COUNT                PIC ZZZ,ZZ9.
013400     05  FILLER                  PIC X(59) VALUE SPACES.
013410 01  WS-REFUSED-LINE.
013420     05  FILLER                  PIC X(14) VALUE "GAMES REFUSED".
013430     05  RF-COUNT                PIC ZZZ,ZZ9.
013440     05  FILLER                  PIC X(59) VALUE SPACES.
013500 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
014700* 1000-INITIALIZE
014800*----------------------------------------------------------------
014900 1000-INITIALIZE.
014905     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
014910     IF RUN-IS-HELD
014915         DISPLAY "YACHTSC: HELD - PREDECESSOR NOT CLEAN"
014920         MOVE 20 TO RETURN-CODE
014925         STOP RUN
014930     END-IF
014950     PERFORM 1050-VERIFY-TRAILER
015000     OPEN INPUT GAME-FILE
015100     OPEN OUTPUT SCORECARD-REPORT
015150         CLOSE GAME-HISTORY-FILE
015160         OPEN EXTEND GAME-HISTORY-FILE
015170     END-IF
015171     OPEN INPUT PLAYER-REGISTER-FILE
015172     IF WS-REG-STATUS NOT = "00"
015173         DISPLAY "YACHTSC: CANNOT OPEN PLAYREG, STATUS "
015174                 WS-REG-STATUS
015175         MOVE 16 TO RETURN-CODE
015176         STOP RUN
015177     END-IF
015180     ACCEPT WS-GAME-DATE FROM DATE YYYYMMDD
015200     ACCEPT WS-RUN-ID FROM TIME
015210     MOVE "S" TO WS-RUN-ENTRY-TYPE
016200*----------------------------------------------------------------
016300* 2000-PROCESS-GAME-RECORD  --  a header closes out the game in
016400*     progress and opens the next; a detail is validated and
016500*     scored into the current game's scorecard slots, or sent
016510*     to SCOREREJ when its game was refused at the header.
016600*----------------------------------------------------------------
016700 2000-PROCESS-GAME-RECORD.
016750     MOVE GAME-RECORD TO BATCH-TRAILER-RECORD
017000             PERFORM 2500-START-NEW-GAME
017100         WHEN GAME-IS-DETAIL AND GAME-IN-PROGRESS
017200             PERFORM 2100-PROCESS-DETAIL
017250         WHEN GAME-IS-DETAIL AND GAME-IS-REFUSED
017260             PERFORM 2400-REFUSE-DETAIL
017300         WHEN OTHER
017400             ADD 1 TO WS-ORPHAN-COUNT
017500     END-EVALUATE
020400*----------------------------------------------------------------
020500* 2300-REJECT-DETAIL  --  bad category or bad dice; recorded on
020600*                         SCOREREJ instead of scored as a zero.
020610*     A refused game's details come through here too, under
020620*     the reason and text set at its header.
020700*----------------------------------------------------------------
020800 2300-REJECT-DETAIL.
020900     OPEN EXTEND REJECT-FILE
022300             MOVE "DICE DIGIT NOT 1-6" TO REJ-REASON-TEXT
022400         WHEN 30
022500             MOVE "BAD CATEGORY AND DICE" TO REJ-REASON-TEXT
022550         WHEN 40
022560         WHEN 50
022570             MOVE WS-REFUSE-TEXT TO REJ-REASON-TEXT
022600     END-EVALUATE
022700     WRITE REJECT-RECORD
022800     CLOSE REJECT-FILE.
022810*----------------------------------------------------------------
022820* 2400-REFUSE-DETAIL  --  one detail of a game refused at its
022830*     header: not validated, not scored, just carried to
022840*     SCOREREJ so the turn is still on the books.
022850*----------------------------------------------------------------
022860 2400-REFUSE-DETAIL.
022870     MOVE WS-REFUSE-CODE TO WS-REASON-CODE
022880     PERFORM 2300-REJECT-DETAIL.
022900*----------------------------------------------------------------
023000* 2500-START-NEW-GAME  --  close out the game in progress, then
023100*     take the new header's player id and a clean scorecard -
023150*     unless the register refuses the player, in which case no
023160*     game is opened and its details are refused as they come.
023200*----------------------------------------------------------------
023300 2500-START-NEW-GAME.
023400     IF GAME-IN-PROGRESS
023500         PERFORM 3000-FINALIZE-GAME
023600     END-IF
023700     MOVE GAME-PLAYER-ID TO WS-PLAYER-ID
023710     PERFORM 2600-CHECK-ENROLMENT
023720     IF GAME-IS-REFUSED
023730         MOVE "N" TO WS-GAME-SWITCH
023740         ADD 1 TO WS-GAMES-REFUSED
023750         DISPLAY "YACHTSC: GAME REFUSED - " WS-REFUSE-TEXT
023760     ELSE
023800         MOVE "Y" TO WS-GAME-SWITCH
023900         PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
024000                 UNTIL WS-SCORE-IDX > 12
024100             MOVE 0 TO WS-CAT-SCORE (WS-SCORE-IDX)
024200         END-PERFORM
024250     END-IF.
024260*----------------------------------------------------------------
024261* 2600-CHECK-ENROLMENT  --  the header's player must be on the
024262*     PLAYREG register and active there.  The registered name
024263*     is picked up for the scorecard on the way past.
024264*----------------------------------------------------------------
024265 2600-CHECK-ENROLMENT.
024266     MOVE "N" TO WS-REFUSE-SWITCH
024267     MOVE SPACES TO WS-PLAYER-NAME
024268     MOVE SPACES TO WS-REFUSE-TEXT
024269     MOVE WS-PLAYER-ID TO REG-PLAYER-ID
024270     READ PLAYER-REGISTER-FILE
024271         INVALID KEY
024272             MOVE "Y" TO WS-REFUSE-SWITCH
024273             MOVE 40 TO WS-REFUSE-CODE
024274             STRING "UNREGISTERED PLAYER " WS-PLAYER-ID
024275                     DELIMITED BY SIZE INTO WS-REFUSE-TEXT
024276         NOT INVALID KEY
024277             MOVE REG-PLAYER-NAME TO WS-PLAYER-NAME
024278             IF NOT REG-IS-ACTIVE
024279                 MOVE "Y" TO WS-REFUSE-SWITCH
024280                 MOVE 50 TO WS-REFUSE-CODE
024281                 IF REG-IS-WITHDRAWN
024282                     STRING "WITHDRAWN PLAYER " WS-PLAYER-ID
024283                         DELIMITED BY SIZE INTO WS-REFUSE-TEXT
024284                 ELSE
024285                     STRING "SUSPENDED PLAYER " WS-PLAYER-ID
024286                         DELIMITED BY SIZE INTO WS-REFUSE-TEXT
024287                 END-IF
024288             END-IF
024289     END-READ.
024300*----------------------------------------------------------------
024400* 3000-FINALIZE-GAME  --  totals, the scorecard page, the
024500*     PLAYHIST posting and the night-summary entry for the game
025400         SET WS-NIGHT-IDX TO WS-GAME-COUNT
025500         MOVE WS-PLAYER-ID
025600                 TO WS-NIGHT-PLAYER-ID (WS-NIGHT-IDX)
025650         MOVE WS-PLAYER-NAME
025660                 TO WS-NIGHT-PLAYER-NAME (WS-NIGHT-IDX)
025700         MOVE WS-GRAND-TOTAL TO WS-NIGHT-TOTAL (WS-NIGHT-IDX)
025800     ELSE
025900         DISPLAY "YACHTSC: NIGHT TABLE FULL, GAME OF "
028369     MOVE WS-UPPER-SUBTOTAL TO GH-UPPER-SUBTOTAL
028370     MOVE WS-UPPER-BONUS TO GH-UPPER-BONUS
028371     MOVE WS-GRAND-TOTAL TO GH-GRAND-TOTAL
028372     MOVE SPACE TO GH-ENTRY-TYPE
028373     MOVE "S" TO GH-SOURCE
028374     WRITE GAME-HISTORY-RECORD.
028400*----------------------------------------------------------------
028500* 4000-WRITE-SCORECARD  --  each player's card starts behind a
028600*     page-break line so the single report tears apart into one
029300     END-IF
029400     MOVE SPACES TO SCORECARD-LINE
029500     STRING "SCORECARD FOR PLAYER " WS-PLAYER-ID
029550             "  " WS-PLAYER-NAME
029600             DELIMITED BY SIZE INTO SCORECARD-LINE
029700     WRITE SCORECARD-LINE
029800     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
037600     PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
037700             UNTIL WS-LIST-IDX > WS-GAME-COUNT
037800         MOVE WS-NIGHT-PLAYER-ID (WS-LIST-IDX) TO SU-PLAYER-ID
037850         MOVE WS-NIGHT-PLAYER-NAME (WS-LIST-IDX)
037860                 TO SU-PLAYER-NAME
037900         MOVE WS-NIGHT-TOTAL (WS-LIST-IDX) TO SU-TOTAL
038000         MOVE WS-SUMMARY-LINE TO SCORECARD-LINE
038100         WRITE SCORECARD-LINE
038500     MOVE WS-GAMES-SCORED TO GM-COUNT
038600     MOVE WS-GAMES-LINE TO SCORECARD-LINE
038700     WRITE SCORECARD-LINE
038710     IF WS-GAMES-REFUSED > 0
038720         MOVE WS-GAMES-REFUSED TO RF-COUNT
038730         MOVE WS-REFUSED-LINE TO SCORECARD-LINE
038740         WRITE SCORECARD-LINE
038750     END-IF
038800     IF WS-ORPHAN-COUNT > 0
038900         DISPLAY "YACHTSC: " WS-ORPHAN-COUNT
039000                 " DETAIL RECORDS BEFORE THE FIRST HEADER"
039600     CLOSE GAME-FILE
039700     CLOSE SCORECARD-REPORT
039705     CLOSE GAME-HISTORY-FILE
039706     CLOSE PLAYER-REGISTER-FILE
039710     MOVE "E" TO WS-RUN-ENTRY-TYPE
039720     MOVE WS-GAMES-SCORED TO WS-RUN-RECORD-COUNT
039730     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
