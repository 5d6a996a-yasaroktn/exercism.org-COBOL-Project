003200*
003300* A missing GAMEHIST means nothing has been scored since the
003400* history started and ends the run with RETURN-CODE 16.
003410*
003420* Each statement's title carries the player's registered name
003430* off the PLAYREG master; an id PLAYREG does not know prints as
003440* NOT REGISTERED.  A missing PLAYREG leaves the name blank
003450* rather than holding up the statements.
003460*
003470* A game the adjustment run changed is listed as it was first
003480* scored, unchanged; the reversal that cancels it appears as a
003490* line of its own marked REVERSED, and its figures come back
003492* off the totals; the corrected game written in its place is
003494* marked ADJUSTED.
003500*
003600* MODIFICATION HISTORY
003700*   2026-09-02  TSG  Initial version.
003710*   2026-10-15  TSG  Print the registered name off PLAYREG
003720*                    beside the player id in each title.
003740*   2026-10-15  TSG  A game the adjustment run reversed is
003760*                    backed out of the totals and flagged on
003780*                    the statement; its replacement is flagged
003800*                    ADJUSTED.
003820*=================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004500     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-STATUS.
004710     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS REG-PLAYER-ID
004750         FILE STATUS IS WS-REG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  GAME-HISTORY-FILE.
005100 COPY GHREC.
005200 FD  STATEMENT-REPORT.
005300 01  STATEMENT-REPORT-LINE       PIC X(80).
005310 FD  PLAYER-REGISTER-FILE.
005320 COPY PLAYREG.
005400 WORKING-STORAGE SECTION.
005500 01  WS-GHIST-STATUS             PIC X(02).
005600 01  WS-REPORT-STATUS            PIC X(02).
006500 01  WS-CAT-IDX                  PIC 9(02) COMP.
006600 01  WS-PLAYER-AVG               PIC 9(03)V99.
006700 01  WS-LEAGUE-AVG               PIC 9(03)V99.
006710 01  WS-REG-STATUS               PIC X(02).
006720 01  WS-REG-OPEN-FLAG            PIC X(01) VALUE "N".
006730     88  REGISTER-WAS-OPENED            VALUE "Y".
006800*----------------------------------------------------------------
006900* League per-category sums across every game on the history, so
007000* each statement can set the player against the whole field.
011500 01  WS-TITLE-LINE.
011600     05  FILLER PIC X(29) VALUE "SEASON STATEMENT FOR PLAYER ".
011700     05  TI-PLAYER-ID            PIC X(08).
011710     05  FILLER PIC X(02) VALUE SPACES.
011720     05  TI-PLAYER-NAME          PIC X(25).
011800     05  FILLER PIC X(16) VALUE SPACES.
011900 01  WS-GAME-COLUMN-LINE.
012000     05  FILLER PIC X(10) VALUE "DATE".
012100     05  FILLER PIC X(70) VALUE "TOTAL".
012300     05  GL-DATE                 PIC 9(08).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  GL-TOTAL                PIC Z,ZZ9.
012510     05  FILLER                  PIC X(02) VALUE SPACES.
012520     05  GL-NOTE                 PIC X(20).
012600     05  FILLER                  PIC X(43) VALUE SPACES.
012700 01  WS-CAT-COLUMN-LINE.
012800     05  FILLER PIC X(17) VALUE "CATEGORY".
012900     05  FILLER PIC X(09) VALUE "OWN AVG".
017300         STOP RUN
017400     END-IF
017500     OPEN OUTPUT STATEMENT-REPORT
017510     OPEN INPUT PLAYER-REGISTER-FILE
017520     IF WS-REG-STATUS = "00"
017530         MOVE "Y" TO WS-REG-OPEN-FLAG
017540     ELSE
017550         DISPLAY "YSTMT: NO PLAYREG - NAMES NOT PRINTED"
017560     END-IF
017600     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
017700             UNTIL WS-CAT-IDX > 12
017800         MOVE 0 TO WS-LC-SUM (WS-CAT-IDX)
018200* 2000-TALLY-ONE-GAME  --  the summary pass: fold one history
018300*     record into the league figures and its player's roster
018400*     slot.  Nothing per-game is kept, so the history can be as
018500*     long as the league has played.  A reversal written by the
018510*     game adjustment run takes its game back out again.
018600*----------------------------------------------------------------
018700 2000-TALLY-ONE-GAME.
018710     IF GH-IS-REVERSAL
018720         PERFORM 2200-FIND-PLAYER-SLOT
018730         PERFORM 2300-BACK-OUT-ONE-GAME
018740     ELSE
018800         ADD 1 TO WS-GAME-COUNT
018900         PERFORM 2200-FIND-PLAYER-SLOT
019000         ADD 1 TO WS-PT-GAMES (WS-PLAYER-SUB)
019100         IF GH-UPPER-BONUS > 0
019200             ADD 1 TO WS-PT-BONUS-GAMES (WS-PLAYER-SUB)
019300         END-IF
019400         PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
019500                 UNTIL WS-CAT-IDX > 12
019600             ADD GH-CAT-SCORE (WS-CAT-IDX)
019650                     TO WS-LC-SUM (WS-CAT-IDX)
019700             ADD GH-CAT-SCORE (WS-CAT-IDX)
019800                     TO WS-PC-SUM (WS-PLAYER-SUB, WS-CAT-IDX)
019900             IF GH-CAT-SCORE (WS-CAT-IDX) = 0
020000                 ADD 1
020050                     TO WS-PC-ZEROES (WS-PLAYER-SUB, WS-CAT-IDX)
020100             END-IF
020200         END-PERFORM
020250     END-IF
020300     PERFORM 2100-READ-GAME-HISTORY.
020400*----------------------------------------------------------------
020500* 2100-READ-GAME-HISTORY
024100             MOVE 0 TO WS-PC-ZEROES (WS-PLAYER-SUB, WS-CAT-IDX)
024200         END-PERFORM
024300     END-IF.
024310*----------------------------------------------------------------
024320* 2300-BACK-OUT-ONE-GAME  --  a reversal written by the game
024330*     adjustment run carries the image of the game it cancels,
024340*     so taking its figures off undoes that game's tally.
024350*----------------------------------------------------------------
024360 2300-BACK-OUT-ONE-GAME.
024361     IF WS-GAME-COUNT > 0
024362         SUBTRACT 1 FROM WS-GAME-COUNT
024363     END-IF
024364     IF WS-PT-GAMES (WS-PLAYER-SUB) > 0
024365         SUBTRACT 1 FROM WS-PT-GAMES (WS-PLAYER-SUB)
024366     END-IF
024367     IF GH-UPPER-BONUS > 0
024368             AND WS-PT-BONUS-GAMES (WS-PLAYER-SUB) > 0
024369         SUBTRACT 1 FROM WS-PT-BONUS-GAMES (WS-PLAYER-SUB)
024370     END-IF
024371     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
024372             UNTIL WS-CAT-IDX > 12
024373         SUBTRACT GH-CAT-SCORE (WS-CAT-IDX)
024374                 FROM WS-LC-SUM (WS-CAT-IDX)
024375         SUBTRACT GH-CAT-SCORE (WS-CAT-IDX)
024376                 FROM WS-PC-SUM (WS-PLAYER-SUB, WS-CAT-IDX)
024377         IF GH-CAT-SCORE (WS-CAT-IDX) = 0
024378                 AND WS-PC-ZEROES (WS-PLAYER-SUB, WS-CAT-IDX) > 0
024379             SUBTRACT 1
024380                 FROM WS-PC-ZEROES (WS-PLAYER-SUB, WS-CAT-IDX)
024381         END-IF
024382     END-PERFORM.
024400*----------------------------------------------------------------
024500* 4000-WRITE-ONE-STATEMENT  --  one player's page: the games in
024600*     the order played, re-read off the history file so no game
025300         WRITE STATEMENT-REPORT-LINE
025400     END-IF
025500     MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO TI-PLAYER-ID
025510     MOVE SPACES TO TI-PLAYER-NAME
025520     IF REGISTER-WAS-OPENED
025530         MOVE WS-PT-PLAYER-ID (WS-PLAYER-SUB) TO REG-PLAYER-ID
025540         READ PLAYER-REGISTER-FILE
025550             INVALID KEY
025560                 MOVE "NOT REGISTERED" TO TI-PLAYER-NAME
025570             NOT INVALID KEY
025580                 MOVE REG-PLAYER-NAME TO TI-PLAYER-NAME
025590         END-READ
025595     END-IF
025600     MOVE WS-TITLE-LINE TO STATEMENT-REPORT-LINE
025700     WRITE STATEMENT-REPORT-LINE
025800     MOVE WS-BLANK-LINE TO STATEMENT-REPORT-LINE
029900             IF GH-PLAYER-ID = WS-PT-PLAYER-ID (WS-PLAYER-SUB)
030000                 MOVE GH-GAME-DATE TO GL-DATE
030100                 MOVE GH-GRAND-TOTAL TO GL-TOTAL
030110                 EVALUATE TRUE
030120                     WHEN GH-IS-REVERSAL
030130                         MOVE "REVERSED" TO GL-NOTE
030140                     WHEN GH-IS-REPLACEMENT
030150                         MOVE "ADJUSTED" TO GL-NOTE
030160                     WHEN OTHER
030170                         MOVE SPACES TO GL-NOTE
030180                 END-EVALUATE
030200                 MOVE WS-GAME-LINE TO STATEMENT-REPORT-LINE
030300                 WRITE STATEMENT-REPORT-LINE
030400             END-IF
033300 9000-TERMINATE.
033400     DISPLAY "YSTMT: " WS-PLAYER-COUNT " STATEMENTS FROM "
033500             WS-GAME-COUNT " GAMES"
033600     CLOSE STATEMENT-REPORT
033700     IF REGISTER-WAS-OPENED
033800         CLOSE PLAYER-REGISTER-FILE
033900     END-IF.
