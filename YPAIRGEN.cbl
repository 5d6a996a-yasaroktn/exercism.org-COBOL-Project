002900* with no standings there is nothing to seed from, and the run
003000* ends with RETURN-CODE 16 so the desk knows to key the opening
003100* round by hand.
003110*
003120* Every standing is checked against the PLAYREG registered-
003130* player master as it is loaded: a player withdrawn there, or
003140* an id on MATCHSTD that was never registered, is left out of
003150* the field and listed under NOT PAIRED after the pairings
003160* instead of being paired.  The sheet carries each seed's
003170* registered name beside the id.
003200*
003300* MODIFICATION HISTORY
003400*   2026-09-02  TSG  Initial version.
003410*   2026-10-15  TSG  Leave withdrawn and unregistered players
003420*                    out of the field off the PLAYREG register;
003430*                    print the registered name beside each id
003440*                    on the pairing sheet.
003450*   2026-10-15  TSG  MATCHRES reversals are not filed as
003500*                    meetings.
003510*   2026-10-15  TSG  List the players left out under their own
003520*                    NOT PAIRED heading after the pairings.
003550*=================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
005000     SELECT PAIRING-REPORT ASSIGN TO "PAIRRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REPORT-STATUS.
005210     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS DYNAMIC
005240         RECORD KEY IS REG-PLAYER-ID
005250         FILE STATUS IS WS-REG-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STANDINGS-FILE.
006000 COPY PAIRREC.
006100 FD  PAIRING-REPORT.
006200 01  PAIRING-REPORT-LINE         PIC X(80).
006210 FD  PLAYER-REGISTER-FILE.
006220 COPY PLAYREG.
006300 WORKING-STORAGE SECTION.
006400 01  WS-STAND-STATUS             PIC X(02).
006500 01  WS-RESULT-STATUS            PIC X(02).
009100 01  WS-SCAN-IDX                 PIC 9(03) COMP.
009200 01  WS-HOME-ID                  PIC X(08).
009300 01  WS-AWAY-ID                  PIC X(08).
009310 01  WS-REG-STATUS               PIC X(02).
009320 01  WS-ELIGIBLE-FLAG            PIC X(01).
009330     88  PLAYER-IS-ELIGIBLE             VALUE "Y".
009340 01  WS-WITHDRAWN-COUNT          PIC 9(03) VALUE 0.
009350 01  WS-UNREGISTERED-COUNT       PIC 9(03) VALUE 0.
009360 01  WS-LEFT-OUT-COUNT           PIC 9(03) COMP VALUE 0.
009400*----------------------------------------------------------------
009500* The field, seeded Swiss style: two points a win, one a draw,
009600* wins breaking ties.  200 slots is far past any league night
010000     05  WS-FIELD-ENTRY OCCURS 200 TIMES
010100                         INDEXED BY WS-FIELD-IDX.
010200         10  WS-FLD-PLAYER-ID    PIC X(08).
010250         10  WS-FLD-PLAYER-NAME  PIC X(25).
010300         10  WS-FLD-WINS         PIC 9(05).
010400         10  WS-FLD-DRAWS        PIC 9(05).
010500         10  WS-FLD-POINTS       PIC 9(06).
010700             88  SEED-IS-PAIRED         VALUE "Y".
010800 01  WS-SWAP-ENTRY.
010900     05  WS-SWAP-PLAYER-ID       PIC X(08).
010950     05  WS-SWAP-PLAYER-NAME     PIC X(25).
011000     05  WS-SWAP-WINS            PIC 9(05).
011100     05  WS-SWAP-DRAWS           PIC 9(05).
011200     05  WS-SWAP-POINTS          PIC 9(06).
012100                         INDEXED BY WS-MEET-IDX.
012200         10  WS-MET-HOME-ID      PIC X(08).
012300         10  WS-MET-AWAY-ID      PIC X(08).
012310*----------------------------------------------------------------
012320* The players left out of the field, held as the standings are
012330* loaded so they can be listed after the pairings.  200 slots,
012340* as for the field.
012350*----------------------------------------------------------------
012360 01  WS-LEFT-OUT-TABLE.
012370     05  WS-LEFT-OUT-ENTRY OCCURS 200 TIMES
012380                         INDEXED BY WS-LEFT-IDX.
012385         10  WS-LO-PLAYER-ID     PIC X(08).
012390         10  WS-LO-PLAYER-NAME   PIC X(25).
012395         10  WS-LO-TEXT          PIC X(44).
012400*----------------------------------------------------------------
012500* Report line layouts, moved into PAIRING-REPORT-LINE before
012600* WRITE.
012900     05  FILLER PIC X(24) VALUE "MATCH PLAY PAIRING SHEET".
013000     05  FILLER PIC X(56) VALUE SPACES.
013100 01  WS-COLUMN-LINE.
013200     05  FILLER PIC X(28) VALUE "HOME".
013300     05  FILLER PIC X(08) VALUE "POINTS".
013400     05  FILLER PIC X(28) VALUE "AWAY".
013500     05  FILLER PIC X(08) VALUE "POINTS".
013600     05  FILLER PIC X(08) VALUE "NOTE".
013700 01  WS-DETAIL-LINE.
013800     05  DL-HOME-ID              PIC X(08).
013850     05  FILLER                  PIC X(01) VALUE SPACES.
013860     05  DL-HOME-NAME            PIC X(18).
013900     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  DL-HOME-POINTS          PIC ZZ,ZZ9.
014100     05  DL-HOME-POINTS-X REDEFINES DL-HOME-POINTS
014200                                 PIC X(06).
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  DL-AWAY-ID              PIC X(08).
014450     05  FILLER                  PIC X(01) VALUE SPACES.
014460     05  DL-AWAY-NAME            PIC X(18).
014500     05  FILLER                  PIC X(01) VALUE SPACES.
014600     05  DL-AWAY-POINTS          PIC ZZ,ZZ9.
014700     05  DL-AWAY-POINTS-X REDEFINES DL-AWAY-POINTS
014800                                 PIC X(06).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  DL-NOTE                 PIC X(08).
015005 01  WS-LEFT-OUT-HEADING.
015006     05  FILLER PIC X(10) VALUE "NOT PAIRED".
015007     05  FILLER PIC X(70) VALUE SPACES.
015010 01  WS-LEFT-OUT-LINE.
015020     05  LO-PLAYER-ID            PIC X(08).
015030     05  FILLER                  PIC X(01) VALUE SPACES.
015040     05  LO-PLAYER-NAME          PIC X(25).
015050     05  FILLER                  PIC X(02) VALUE SPACES.
015060     05  LO-TEXT                 PIC X(44).
015100 01  WS-COUNT-LINE.
015200     05  CT-LABEL                PIC X(20).
015300     05  CT-VALUE                PIC ZZ9.
016400     END-IF
016500     PERFORM 4000-SORT-FIELD
016600     PERFORM 5000-BUILD-PAIRINGS
016610     IF WS-LEFT-OUT-COUNT > 0
016620         PERFORM 6000-WRITE-LEFT-OUT
016630     END-IF
016700     PERFORM 8000-WRITE-ROUND-COUNTS
016800     PERFORM 9000-TERMINATE
016900     STOP RUN.
017200*     the run ends with RETURN-CODE 16 before PAIRFILE is
017300*     touched, so a half-built pairing file can never reach the
017400*     match-play scorer.  A missing MATCHRES is simply a season
017500*     with no results yet.  With no PLAYREG nobody can be
017510*     shown to be eligible, so that ends the run with 16 too.
017600*----------------------------------------------------------------
017700 1000-INITIALIZE.
017800     OPEN INPUT STANDINGS-FILE
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF
018410     OPEN INPUT PLAYER-REGISTER-FILE
018420     IF WS-REG-STATUS NOT = "00"
018430         DISPLAY "YPAIRGEN: CANNOT OPEN PLAYREG, STATUS "
018440                 WS-REG-STATUS
018450         MOVE 16 TO RETURN-CODE
018460         STOP RUN
018470     END-IF
018500     OPEN INPUT MATCH-RESULT-FILE
018600     IF WS-RESULT-STATUS = "00"
018700         MOVE "Y" TO WS-RESULTS-OPEN-FLAG
020000         PERFORM 3100-READ-RESULT
020100     END-IF.
020200*----------------------------------------------------------------
020300* 2000-LOAD-ONE-STANDING  --  a player the register says is
020400*     withdrawn, or does not know at all, stays out of the
020410*     field; everyone else is seeded.
020500*----------------------------------------------------------------
020600 2000-LOAD-ONE-STANDING.
020610     PERFORM 2200-CHECK-REGISTER
020620     IF PLAYER-IS-ELIGIBLE
020630         PERFORM 2050-FILE-ONE-SEED
020640     ELSE
020650         PERFORM 2300-REPORT-LEFT-OUT
020660     END-IF
020670     PERFORM 2100-READ-STANDING.
020680*----------------------------------------------------------------
020685* 2050-FILE-ONE-SEED  --  file one player into the field with
020690*     the Swiss seeding points.
020695*----------------------------------------------------------------
020698 2050-FILE-ONE-SEED.
020700     IF WS-PLAYER-COUNT >= 200
020800         DISPLAY "YPAIRGEN: FIELD TABLE FULL AT 200"
020900         MOVE 16 TO RETURN-CODE
021200     ADD 1 TO WS-PLAYER-COUNT
021300     SET WS-FIELD-IDX TO WS-PLAYER-COUNT
021400     MOVE MS-PLAYER-ID TO WS-FLD-PLAYER-ID (WS-FIELD-IDX)
021450     MOVE REG-PLAYER-NAME TO WS-FLD-PLAYER-NAME (WS-FIELD-IDX)
021500     MOVE MS-WINS TO WS-FLD-WINS (WS-FIELD-IDX)
021600     MOVE MS-DRAWS TO WS-FLD-DRAWS (WS-FIELD-IDX)
021700     COMPUTE WS-FLD-POINTS (WS-FIELD-IDX) =
021800         (2 * MS-WINS) + MS-DRAWS
021900     MOVE "N" TO WS-FLD-PAIRED (WS-FIELD-IDX).
022100*----------------------------------------------------------------
022200* 2100-READ-STANDING
022300*----------------------------------------------------------------
022600         AT END
022700             MOVE "Y" TO WS-EOF-SWITCH
022800     END-READ.
022810*----------------------------------------------------------------
022820* 2200-CHECK-REGISTER  --  only a withdrawal keeps a registered
022830*     player out of the field; a suspended player is still
022840*     seeded, since the suspension may be lifted before the
022850*     round is played.
022860*----------------------------------------------------------------
022870 2200-CHECK-REGISTER.
022880     MOVE "Y" TO WS-ELIGIBLE-FLAG
022890     MOVE MS-PLAYER-ID TO REG-PLAYER-ID
022900     READ PLAYER-REGISTER-FILE
022901         INVALID KEY
022902             MOVE "N" TO WS-ELIGIBLE-FLAG
022903             MOVE SPACES TO REG-PLAYER-NAME
022904             MOVE SPACES TO REG-STATUS
022905         NOT INVALID KEY
022906             IF REG-IS-WITHDRAWN
022907                 MOVE "N" TO WS-ELIGIBLE-FLAG
022908             END-IF
022909     END-READ.
022910*----------------------------------------------------------------
022911* 2300-REPORT-LEFT-OUT  --  a player left out of the field is
022912*     held for the NOT PAIRED list, never silently dropped.
022913*----------------------------------------------------------------
022914 2300-REPORT-LEFT-OUT.
022915     IF WS-LEFT-OUT-COUNT >= 200
022916         DISPLAY "YPAIRGEN: LEFT-OUT TABLE FULL AT 200"
022917         MOVE 16 TO RETURN-CODE
022918         STOP RUN
022919     END-IF
022920     ADD 1 TO WS-LEFT-OUT-COUNT
022921     SET WS-LEFT-IDX TO WS-LEFT-OUT-COUNT
022922     MOVE MS-PLAYER-ID TO WS-LO-PLAYER-ID (WS-LEFT-IDX)
022923     MOVE REG-PLAYER-NAME TO WS-LO-PLAYER-NAME (WS-LEFT-IDX)
022924     IF REG-IS-WITHDRAWN
022925         ADD 1 TO WS-WITHDRAWN-COUNT
022926         MOVE "WITHDRAWN" TO WS-LO-TEXT (WS-LEFT-IDX)
022927     ELSE
022928         ADD 1 TO WS-UNREGISTERED-COUNT
022929         MOVE "NOT ON PLAYREG" TO WS-LO-TEXT (WS-LEFT-IDX)
022930     END-IF.
022990*----------------------------------------------------------------
023000* 3000-LOAD-ONE-RESULT  --  file one decided match into the
023100*     meetings table; who was home and who was away does not
023200*     matter, the rematch test looks both ways.  A reversal
023210*     from the game adjustment run repeats a meeting already
023220*     filed, so it is passed over.
023300*----------------------------------------------------------------
023400 3000-LOAD-ONE-RESULT.
023410     IF NOT MR-IS-REVERSAL
023500         IF WS-MEETING-COUNT >= 500
023600             DISPLAY "YPAIRGEN: MEETING TABLE FULL AT 500"
023700             MOVE 16 TO RETURN-CODE
023800             STOP RUN
023900         END-IF
024000         ADD 1 TO WS-MEETING-COUNT
024100         SET WS-MEET-IDX TO WS-MEETING-COUNT
024200         MOVE MR-HOME-PLAYER-ID TO WS-MET-HOME-ID (WS-MEET-IDX)
024300         MOVE MR-AWAY-PLAYER-ID TO WS-MET-AWAY-ID (WS-MEET-IDX)
024350     END-IF
024400     PERFORM 3100-READ-RESULT.
024500*----------------------------------------------------------------
024600* 3100-READ-RESULT
036800             TO PAIR-AWAY-PLAYER-ID
036900     WRITE MATCH-PAIRING-RECORD
037000     MOVE WS-FLD-PLAYER-ID (WS-SEED-IDX) TO DL-HOME-ID
037050     MOVE WS-FLD-PLAYER-NAME (WS-SEED-IDX) TO DL-HOME-NAME
037100     MOVE WS-FLD-POINTS (WS-SEED-IDX) TO DL-HOME-POINTS
037200     MOVE WS-FLD-PLAYER-ID (WS-PICKED-IDX) TO DL-AWAY-ID
037250     MOVE WS-FLD-PLAYER-NAME (WS-PICKED-IDX) TO DL-AWAY-NAME
037300     MOVE WS-FLD-POINTS (WS-PICKED-IDX) TO DL-AWAY-POINTS
037400     IF PAIRING-IS-REMATCH
037500         ADD 1 TO WS-REMATCH-COUNT
037600         MOVE "REMATCH" TO DL-NOTE
037800     ELSE
037900         MOVE SPACES TO DL-NOTE
038000     END-IF
038900     MOVE "Y" TO WS-FLD-PAIRED (WS-SEED-IDX)
039000     ADD 1 TO WS-BYE-COUNT
039100     MOVE WS-FLD-PLAYER-ID (WS-SEED-IDX) TO DL-HOME-ID
039150     MOVE WS-FLD-PLAYER-NAME (WS-SEED-IDX) TO DL-HOME-NAME
039200     MOVE WS-FLD-POINTS (WS-SEED-IDX) TO DL-HOME-POINTS
039300     MOVE SPACES TO DL-AWAY-ID
039350     MOVE SPACES TO DL-AWAY-NAME
039400     MOVE SPACES TO DL-AWAY-POINTS-X
039500     MOVE "BYE" TO DL-NOTE
039600     MOVE WS-DETAIL-LINE TO PAIRING-REPORT-LINE
039700     WRITE PAIRING-REPORT-LINE.
039800*----------------------------------------------------------------
039810* 6000-WRITE-LEFT-OUT  --  the players left out of the field,
039820*     under their own heading so none can be read as a pairing.
039830*----------------------------------------------------------------
039840 6000-WRITE-LEFT-OUT.
039850     MOVE WS-BLANK-LINE TO PAIRING-REPORT-LINE
039860     WRITE PAIRING-REPORT-LINE
039870     MOVE WS-LEFT-OUT-HEADING TO PAIRING-REPORT-LINE
039880     WRITE PAIRING-REPORT-LINE
039890     PERFORM VARYING WS-LEFT-IDX FROM 1 BY 1
039891             UNTIL WS-LEFT-IDX > WS-LEFT-OUT-COUNT
039892         MOVE WS-LO-PLAYER-ID (WS-LEFT-IDX) TO LO-PLAYER-ID
039893         MOVE WS-LO-PLAYER-NAME (WS-LEFT-IDX) TO LO-PLAYER-NAME
039894         MOVE WS-LO-TEXT (WS-LEFT-IDX) TO LO-TEXT
039895         MOVE WS-LEFT-OUT-LINE TO PAIRING-REPORT-LINE
039896         WRITE PAIRING-REPORT-LINE
039897     END-PERFORM.
039898*----------------------------------------------------------------
039900* 8000-WRITE-ROUND-COUNTS
040000*----------------------------------------------------------------
040100 8000-WRITE-ROUND-COUNTS.
041700         MOVE WS-COUNT-LINE TO PAIRING-REPORT-LINE
041800         WRITE PAIRING-REPORT-LINE
041900     END-IF
041910     IF WS-WITHDRAWN-COUNT > 0
041920         MOVE "WITHDRAWN LEFT OUT" TO CT-LABEL
041930         MOVE WS-WITHDRAWN-COUNT TO CT-VALUE
041940         MOVE WS-COUNT-LINE TO PAIRING-REPORT-LINE
041950         WRITE PAIRING-REPORT-LINE
041960     END-IF
041970     IF WS-UNREGISTERED-COUNT > 0
041980         MOVE "NOT REGISTERED" TO CT-LABEL
041985         MOVE WS-UNREGISTERED-COUNT TO CT-VALUE
041990         MOVE WS-COUNT-LINE TO PAIRING-REPORT-LINE
041995         WRITE PAIRING-REPORT-LINE
041996     END-IF
042000     DISPLAY "YPAIRGEN: " WS-PAIRED-COUNT " PAIRINGS, "
042100             WS-BYE-COUNT " BYES, "
042200             WS-REMATCH-COUNT " REMATCHES".
042900         CLOSE MATCH-RESULT-FILE
043000     END-IF
043100     CLOSE PAIRING-FILE
043200     CLOSE PAIRING-REPORT
043300     CLOSE PLAYER-REGISTER-FILE.
