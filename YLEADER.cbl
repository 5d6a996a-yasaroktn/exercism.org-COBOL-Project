001900* (LEADPARM, games minimum in columns 1-3).  A missing or
002000* non-numeric card fails the run with RETURN-CODE 16 rather
002100* than guessing at a cut.
002110*
002120* Each player's registered name is looked up on the PLAYREG
002130* master and printed beside the id; an id PLAYREG does not
002140* know prints as NOT REGISTERED so a phantom stands out.  A
002150* missing PLAYREG leaves the name column blank rather than
002160* holding up the leaderboard.
002200*
002300* MODIFICATION HISTORY
002400*   2026-08-22  TSG  Initial version.
002410*   2026-10-15  TSG  Print the registered name off PLAYREG
002420*                    beside each player id.
002500*=================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003700     SELECT PARAMETER-FILE ASSIGN TO "LEADPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-STATUS.
003910     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS REG-PLAYER-ID
003950         FILE STATUS IS WS-REG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PLAYER-HISTORY-FILE.
004700 01  PARAMETER-CARD.
004800     05  PARM-MINIMUM-GAMES      PIC X(03).
004900     05  FILLER                  PIC X(77).
004910 FD  PLAYER-REGISTER-FILE.
004920 COPY PLAYREG.
005000 WORKING-STORAGE SECTION.
005100 01  WS-HIST-STATUS              PIC X(02).
005200 01  WS-REPORT-STATUS            PIC X(02).
006000     88  SORT-PASS-SWAPPED              VALUE "Y".
006100 01  WS-SORT-IDX                 PIC 9(03) COMP.
006200 01  WS-LIST-IDX                 PIC 9(03) COMP.
006210 01  WS-REG-STATUS               PIC X(02).
006220 01  WS-REG-OPEN-FLAG            PIC X(01) VALUE "N".
006230     88  REGISTER-WAS-OPENED            VALUE "Y".
006300*----------------------------------------------------------------
006400* In-storage standings table, loaded from PLAYHIST and then
006500* sorted by average score (best game breaking ties).  500 slots
006900     05  WS-PLAYER-ENTRY OCCURS 500 TIMES
007000                         INDEXED BY WS-PLAYER-IDX.
007100         10  WS-TAB-PLAYER-ID    PIC X(08).
007150         10  WS-TAB-PLAYER-NAME  PIC X(25).
007200         10  WS-TAB-GAMES        PIC 9(05).
007300         10  WS-TAB-BEST         PIC 9(05).
007400         10  WS-TAB-CUMULATIVE   PIC 9(07).
007500         10  WS-TAB-AVERAGE      PIC 9(03)V99.
007600 01  WS-SWAP-ENTRY.
007700     05  WS-SWAP-PLAYER-ID       PIC X(08).
007750     05  WS-SWAP-PLAYER-NAME     PIC X(25).
007800     05  WS-SWAP-GAMES           PIC 9(05).
007900     05  WS-SWAP-BEST            PIC 9(05).
008000     05  WS-SWAP-CUMULATIVE      PIC 9(07).
009400 01  WS-COLUMN-LINE.
009500     05  FILLER PIC X(06) VALUE "RANK".
009600     05  FILLER PIC X(10) VALUE "PLAYER".
009650     05  FILLER PIC X(27) VALUE "NAME".
009700     05  FILLER PIC X(08) VALUE "GAMES".
009800     05  FILLER PIC X(09) VALUE "AVERAGE".
009900     05  FILLER PIC X(06) VALUE "BEST".
010000     05  FILLER PIC X(14) VALUE SPACES.
010100 01  WS-DETAIL-LINE.
010200     05  DL-RANK                 PIC ZZZ9.
010300     05  DL-RANK-X REDEFINES DL-RANK
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  DL-PLAYER-ID            PIC X(08).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010710     05  DL-PLAYER-NAME          PIC X(25).
010720     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  DL-GAMES                PIC ZZ,ZZ9.
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  DL-AVERAGE              PIC ZZ9.99.
011100     05  FILLER                  PIC X(03) VALUE SPACES.
011200     05  DL-BEST                 PIC ZZ,ZZ9.
011300     05  FILLER                  PIC X(14) VALUE SPACES.
011400 01  WS-UNRANKED-HEADING.
011500     05  FILLER PIC X(37) VALUE
011600         "NOT QUALIFIED - FEWER THAN MINIMUM OF".
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016610     OPEN INPUT PLAYER-REGISTER-FILE
016620     IF WS-REG-STATUS = "00"
016630         MOVE "Y" TO WS-REG-OPEN-FLAG
016640     ELSE
016650         DISPLAY "YLEADER: NO PLAYREG - NAMES NOT PRINTED"
016660     END-IF
016700     OPEN OUTPUT LEADER-REPORT
016800     PERFORM 2100-READ-HISTORY.
016900*----------------------------------------------------------------
017900     ADD 1 TO WS-PLAYER-COUNT
018000     SET WS-PLAYER-IDX TO WS-PLAYER-COUNT
018100     MOVE PH-PLAYER-ID TO WS-TAB-PLAYER-ID (WS-PLAYER-IDX)
018150     PERFORM 2200-LOOK-UP-NAME
018200     MOVE PH-GAMES-PLAYED TO WS-TAB-GAMES (WS-PLAYER-IDX)
018300     MOVE PH-BEST-GAME TO WS-TAB-BEST (WS-PLAYER-IDX)
018400     MOVE PH-CUMULATIVE-SCORE
019300         AT END
019400             MOVE "Y" TO WS-EOF-SWITCH
019500     END-READ.
019510*----------------------------------------------------------------
019520* 2200-LOOK-UP-NAME  --  the registered name for the entry just
019530*     filed at WS-PLAYER-IDX.
019540*----------------------------------------------------------------
019550 2200-LOOK-UP-NAME.
019560     MOVE SPACES TO WS-TAB-PLAYER-NAME (WS-PLAYER-IDX)
019570     IF REGISTER-WAS-OPENED
019575         MOVE PH-PLAYER-ID TO REG-PLAYER-ID
019580         READ PLAYER-REGISTER-FILE
019585             INVALID KEY
019590                 MOVE "NOT REGISTERED"
019591                         TO WS-TAB-PLAYER-NAME (WS-PLAYER-IDX)
019592             NOT INVALID KEY
019593                 MOVE REG-PLAYER-NAME
019594                         TO WS-TAB-PLAYER-NAME (WS-PLAYER-IDX)
019595         END-READ
019596     END-IF.
019600*----------------------------------------------------------------
019700* 3000-SORT-PLAYERS  --  bubble sort of the in-storage table,
019800*     highest average first, best game breaking ties.  The
026800     ADD 1 TO WS-RANK
026900     MOVE WS-RANK TO DL-RANK
027000     MOVE WS-TAB-PLAYER-ID (WS-LIST-IDX) TO DL-PLAYER-ID
027050     MOVE WS-TAB-PLAYER-NAME (WS-LIST-IDX) TO DL-PLAYER-NAME
027100     MOVE WS-TAB-GAMES (WS-LIST-IDX) TO DL-GAMES
027200     MOVE WS-TAB-AVERAGE (WS-LIST-IDX) TO DL-AVERAGE
027300     MOVE WS-TAB-BEST (WS-LIST-IDX) TO DL-BEST
027900 4200-WRITE-UNRANKED-LINE.
028000     MOVE SPACES TO DL-RANK-X
028100     MOVE WS-TAB-PLAYER-ID (WS-LIST-IDX) TO DL-PLAYER-ID
028150     MOVE WS-TAB-PLAYER-NAME (WS-LIST-IDX) TO DL-PLAYER-NAME
028200     MOVE WS-TAB-GAMES (WS-LIST-IDX) TO DL-GAMES
028300     MOVE WS-TAB-AVERAGE (WS-LIST-IDX) TO DL-AVERAGE
028400     MOVE WS-TAB-BEST (WS-LIST-IDX) TO DL-BEST
028900*----------------------------------------------------------------
029000 9000-TERMINATE.
029100     CLOSE PLAYER-HISTORY-FILE
029200     CLOSE LEADER-REPORT
029300     IF REGISTER-WAS-OPENED
029400         CLOSE PLAYER-REGISTER-FILE
029500     END-IF.
