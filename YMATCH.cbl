002700* Turns failing validation land on MATCHREJ in the standard
002800* reject layout.  When a player has more than one game on the
002900* night's file, the last one filed is the one that counts.
002910*
002920* Each header's player id is checked against the PLAYREG
002930* registered-player master before the game is opened.  A game
002940* for an id not on the register (reason 40) or for a player
002950* suspended or withdrawn there (reason 50) is refused whole to
002960* MATCHREJ; with no game filed, any pairing naming the player
002970* is skipped as a missing game.
002971*
002972* The round is scratch or handicapped by the one-card MATCHPRM
002973* file: H in column 1 makes it a handicapped round, S or a
002974* blank a scratch round, and a missing MATCHPRM means scratch.
002975* In a handicapped round each player's handicap is read off the
002976* HANDICAP KSDS the handicap run keeps, and the match is decided
002977* on net totals - grand total plus handicap; a player with no
002978* handicap on file plays off scratch and is noted on the run
002979* log.  In a scratch round both handicaps are zero and net is
002980* gross.  MATCHRES and MATCHRPT carry gross, handicap and net
002981* for both sides either way, so a disputed result can be
002982* checked from the report alone.
003000*
003100* MODIFICATION HISTORY
003200*   2026-08-22  TSG  Initial version.
003290*                    game, the same record the scorecard
003291*                    subsystem writes, so match-play games
003292*                    land on the season statement too.
003293*   2026-10-15  TSG  Refuse games for player ids not on the
003294*                    PLAYREG register (reason 40) or suspended
003295*                    or withdrawn there (reason 50) to MATCHREJ
003296*                    instead of scoring and posting them.
003297*   2026-10-15  TSG  Handicapped rounds off MATCHPRM, decided
003298*                    on net totals off the HANDICAP file; gross,
003299*                    handicap and net on MATCHRES and MATCHRPT.
003310*   2026-10-15  TSG  Night's date and entry type on each MATCHRES
003320*                    result, entry type and source M on GAMEHIST,
003330*                    so the game adjustment run can find and
003335*                    reverse them.
003336*   2026-10-15  TSG  Checked against its JOBDEP predecessors
003337*                    through YRUNGATE at startup; ends with
003338*                    RETURN-CODE 20 when held.
003340*=================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
005610     SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-GHIST-STATUS.
005640     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
005650         ORGANIZATION IS INDEXED
005660         ACCESS MODE IS DYNAMIC
005670         RECORD KEY IS REG-PLAYER-ID
005680         FILE STATUS IS WS-REG-STATUS.
005681     SELECT ROUND-PARAMETER-FILE ASSIGN TO "MATCHPRM"
005682         ORGANIZATION IS LINE SEQUENTIAL
005683         FILE STATUS IS WS-MPARM-STATUS.
005684     SELECT HANDICAP-FILE ASSIGN TO "HANDICAP"
005685         ORGANIZATION IS INDEXED
005686         ACCESS MODE IS DYNAMIC
005687         RECORD KEY IS HCP-PLAYER-ID
005688         FILE STATUS IS WS-HCP-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  GAME-FILE.
007000 COPY REJREC.
007010 FD  GAME-HISTORY-FILE.
007020 COPY GHREC.
007030 FD  PLAYER-REGISTER-FILE.
007040 COPY PLAYREG.
007041 FD  ROUND-PARAMETER-FILE.
007042 01  ROUND-PARAMETER-CARD.
007043     05  PARM-ROUND-TYPE         PIC X(01).
007044     05  FILLER                  PIC X(79).
007045 FD  HANDICAP-FILE.
007046 COPY HCPREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-GAME-STATUS              PIC X(02).
007300 01  WS-PAIR-STATUS              PIC X(02).
009400 01  WS-MATCH-COUNT              PIC 9(03) VALUE 0.
009500 01  WS-SKIPPED-COUNT            PIC 9(03) VALUE 0.
009600 01  WS-ORPHAN-COUNT             PIC 9(03) VALUE 0.
009610 01  WS-REG-STATUS               PIC X(02).
009620 01  WS-REFUSE-SWITCH            PIC X(01) VALUE "N".
009630     88  GAME-IS-REFUSED                VALUE "Y".
009640 01  WS-REFUSE-CODE              PIC 9(02) VALUE 0.
009650 01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.
009660 01  WS-REFUSED-COUNT            PIC 9(03) VALUE 0.
009661 01  WS-MPARM-STATUS             PIC X(02).
009662 01  WS-HCP-STATUS               PIC X(02).
009663 01  WS-ROUND-TYPE               PIC X(01) VALUE "S".
009664     88  ROUND-IS-HANDICAPPED           VALUE "H".
009665     88  ROUND-IS-SCRATCH               VALUE "S".
009666 01  WS-LOOKUP-HANDICAP          PIC 9(03).
009667 01  WS-NO-HCP-COUNT             PIC 9(03) VALUE 0.
009700 01  WS-HOME-TOTAL               PIC 9(04).
009800 01  WS-AWAY-TOTAL               PIC 9(04).
009810 01  WS-HOME-HANDICAP            PIC 9(03).
009820 01  WS-AWAY-HANDICAP            PIC 9(03).
009830 01  WS-HOME-NET                 PIC 9(04).
009840 01  WS-AWAY-NET                 PIC 9(04).
009900 01  WS-WINNER-ID                PIC X(08).
010000 01  WS-DRAW-FLAG                PIC X(01).
010100     88  THIS-MATCH-IS-DRAW             VALUE "Y".
011162 01  WS-RUN-ENTRY-TYPE           PIC X(01).
011163 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
011164 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
011166 01  WS-GATE-RESULT              PIC X(01).
011168     88  RUN-IS-HELD                    VALUE "H".
011170*----------------------------------------------------------------
011180* The batch control trailer the clubhouse PC keys as the last
011190* MATCHGAM record, held here so each record read can be tested
014800* WRITE.
014900*----------------------------------------------------------------
015000 01  WS-HEADING-LINE.
015100     05  FILLER PIC X(25) VALUE "MATCH PLAY ROUND RESULTS".
015150     05  HD-ROUND-TEXT           PIC X(20).
015200     05  FILLER PIC X(35) VALUE SPACES.
015300 01  WS-COLUMN-LINE.
015400     05  FILLER PIC X(09) VALUE "HOME".
015410     05  FILLER PIC X(06) VALUE "GROSS".
015420     05  FILLER PIC X(04) VALUE "HCP".
015430     05  FILLER PIC X(07) VALUE "  NET".
015600     05  FILLER PIC X(09) VALUE "AWAY".
015610     05  FILLER PIC X(06) VALUE "GROSS".
015620     05  FILLER PIC X(04) VALUE "HCP".
015630     05  FILLER PIC X(07) VALUE "  NET".
015800     05  FILLER PIC X(28) VALUE "RESULT".
015900 01  WS-DETAIL-LINE.
016000     05  DL-HOME-ID              PIC X(08).
016100     05  FILLER                  PIC X(01) VALUE SPACES.
016200     05  DL-HOME-GROSS           PIC Z,ZZ9.
016210     05  FILLER                  PIC X(01) VALUE SPACES.
016220     05  DL-HOME-HCP             PIC ZZ9.
016230     05  FILLER                  PIC X(01) VALUE SPACES.
016240     05  DL-HOME-NET             PIC Z,ZZ9.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  DL-AWAY-ID              PIC X(08).
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  DL-AWAY-GROSS           PIC Z,ZZ9.
016610     05  FILLER                  PIC X(01) VALUE SPACES.
016620     05  DL-AWAY-HCP             PIC ZZ9.
016630     05  FILLER                  PIC X(01) VALUE SPACES.
016640     05  DL-AWAY-NET             PIC Z,ZZ9.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  DL-RESULT-TEXT          PIC X(28).
016900 01  WS-COUNT-LINE.
017000     05  CT-LABEL                PIC X(18).
017100     05  CT-VALUE                PIC ZZ9.
018600* 1000-INITIALIZE
018700*----------------------------------------------------------------
018800 1000-INITIALIZE.
018805     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
018810     IF RUN-IS-HELD
018815         DISPLAY "YMATCH: HELD - PREDECESSOR NOT CLEAN"
018820         MOVE 20 TO RETURN-CODE
018825         STOP RUN
018830     END-IF
018840     PERFORM 1200-READ-ROUND-CARD
018850     PERFORM 1050-VERIFY-TRAILER
018900     OPEN INPUT GAME-FILE
019000     IF WS-GAME-STATUS NOT = "00"
020450         CLOSE GAME-HISTORY-FILE
020460         OPEN EXTEND GAME-HISTORY-FILE
020470     END-IF
020471     OPEN INPUT PLAYER-REGISTER-FILE
020472     IF WS-REG-STATUS NOT = "00"
020473         DISPLAY "YMATCH: CANNOT OPEN PLAYREG, STATUS "
020474                 WS-REG-STATUS
020475         MOVE 16 TO RETURN-CODE
020476         STOP RUN
020477     END-IF
020480     ACCEPT WS-GAME-DATE FROM DATE YYYYMMDD
020500     ACCEPT WS-RUN-ID FROM TIME
020510     MOVE "S" TO WS-RUN-ENTRY-TYPE
021600         AT END
021700             MOVE "Y" TO WS-EOF-SWITCH
021800     END-READ.
021810*----------------------------------------------------------------
021811* 1200-READ-ROUND-CARD  --  H in column 1 of MATCHPRM makes this
021812*     a handicapped round and the HANDICAP file must then be
021813*     there to read; S, a blank card or no MATCHPRM at all is a
021814*     scratch round.  Anything else on the card ends the run
021815*     with RETURN-CODE 16 before a game is scored.
021816*----------------------------------------------------------------
021817 1200-READ-ROUND-CARD.
021818     MOVE "S" TO WS-ROUND-TYPE
021819     OPEN INPUT ROUND-PARAMETER-FILE
021820     IF WS-MPARM-STATUS = "00"
021821         READ ROUND-PARAMETER-FILE
021822             AT END
021823                 MOVE SPACES TO PARM-ROUND-TYPE
021824         END-READ
021825         IF PARM-ROUND-TYPE NOT = SPACES
021826             MOVE PARM-ROUND-TYPE TO WS-ROUND-TYPE
021827         END-IF
021828         CLOSE ROUND-PARAMETER-FILE
021829     END-IF
021830     IF NOT ROUND-IS-HANDICAPPED AND NOT ROUND-IS-SCRATCH
021831         DISPLAY "YMATCH: BAD ROUND TYPE <" WS-ROUND-TYPE
021832                 "> ON MATCHPRM"
021833         MOVE 16 TO RETURN-CODE
021834         STOP RUN
021835     END-IF
021836     IF ROUND-IS-HANDICAPPED
021837         OPEN INPUT HANDICAP-FILE
021838         IF WS-HCP-STATUS NOT = "00"
021839             DISPLAY "YMATCH: CANNOT OPEN HANDICAP, STATUS "
021840                     WS-HCP-STATUS
021841             MOVE 16 TO RETURN-CODE
021842             STOP RUN
021843         END-IF
021844         MOVE "- HANDICAP ROUND" TO HD-ROUND-TEXT
021845         DISPLAY "YMATCH: HANDICAPPED ROUND - DECIDED ON NET"
021846     ELSE
021847         MOVE "- SCRATCH ROUND" TO HD-ROUND-TEXT
021848     END-IF.
021900*----------------------------------------------------------------
022000* 2000-PROCESS-GAME-RECORD  --  the same header/detail stream
022100*     the scorecard subsystem processes: a header closes out
022200*     the game in progress, a detail is validated and scored
022300*     into the current game's category slots, or refused to
022310*     MATCHREJ when its game was refused at the header.  A
022320*     record with no game to belong to is counted and noted on
022400*     the run log the same way the scorecard subsystem counts
022500*     them - a silently dropped detail could decide a match.
022700*----------------------------------------------------------------
022800 2000-PROCESS-GAME-RECORD.
022850     MOVE GAME-RECORD TO BATCH-TRAILER-RECORD
023100             PERFORM 2500-START-NEW-GAME
023200         WHEN GAME-IS-DETAIL AND GAME-IN-PROGRESS
023300             PERFORM 2100-PROCESS-DETAIL
023350         WHEN GAME-IS-DETAIL AND GAME-IS-REFUSED
023360             PERFORM 2400-REFUSE-DETAIL
023400         WHEN OTHER
023500             ADD 1 TO WS-ORPHAN-COUNT
023600     END-EVALUATE
026200*----------------------------------------------------------------
026300* 2300-REJECT-DETAIL  --  bad category or bad dice; recorded on
026400*                         MATCHREJ instead of scored as a zero.
026510*     A refused game's details come through here too, under
026520*     the reason and text set at its header.
026530*----------------------------------------------------------------
026600 2300-REJECT-DETAIL.
026700     OPEN EXTEND REJECT-FILE
026800     IF WS-REJECT-STATUS NOT = "00" AND
028100             MOVE "DICE DIGIT NOT 1-6" TO REJ-REASON-TEXT
028200         WHEN 30
028300             MOVE "BAD CATEGORY AND DICE" TO REJ-REASON-TEXT
028350         WHEN 40
028360         WHEN 50
028370             MOVE WS-REFUSE-TEXT TO REJ-REASON-TEXT
028400     END-EVALUATE
028500     WRITE REJECT-RECORD
028600     CLOSE REJECT-FILE.
028610*----------------------------------------------------------------
028620* 2400-REFUSE-DETAIL  --  one detail of a game refused at its
028630*     header: not validated, not scored, just carried to
028640*     MATCHREJ so the turn is still on the books.
028650*----------------------------------------------------------------
028660 2400-REFUSE-DETAIL.
028670     MOVE WS-REFUSE-CODE TO WS-REASON-CODE
028680     PERFORM 2300-REJECT-DETAIL.
028700*----------------------------------------------------------------
028800* 2500-START-NEW-GAME  --  no game is opened for a player the
028810*     register refuses; its details are refused as they come.
028900*----------------------------------------------------------------
029000 2500-START-NEW-GAME.
029100     IF GAME-IN-PROGRESS
029200         PERFORM 3000-FINALIZE-GAME
029300     END-IF
029400     MOVE GAME-PLAYER-ID TO WS-PLAYER-ID
029410     PERFORM 2600-CHECK-ENROLMENT
029420     IF GAME-IS-REFUSED
029430         MOVE "N" TO WS-GAME-SWITCH
029440         ADD 1 TO WS-REFUSED-COUNT
029450         DISPLAY "YMATCH: GAME REFUSED - " WS-REFUSE-TEXT
029460     ELSE
029500         MOVE "Y" TO WS-GAME-SWITCH
029600         PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
029700                 UNTIL WS-SCORE-IDX > 12
029800             MOVE 0 TO WS-CAT-SCORE (WS-SCORE-IDX)
029900         END-PERFORM
029910     END-IF.
029920*----------------------------------------------------------------
029921* 2600-CHECK-ENROLMENT  --  the header's player must be on the
029922*     PLAYREG register and active there.
029923*----------------------------------------------------------------
029924 2600-CHECK-ENROLMENT.
029925     MOVE "N" TO WS-REFUSE-SWITCH
029926     MOVE SPACES TO WS-REFUSE-TEXT
029927     MOVE WS-PLAYER-ID TO REG-PLAYER-ID
029928     READ PLAYER-REGISTER-FILE
029929         INVALID KEY
029930             MOVE "Y" TO WS-REFUSE-SWITCH
029931             MOVE 40 TO WS-REFUSE-CODE
029932             STRING "UNREGISTERED PLAYER " WS-PLAYER-ID
029933                     DELIMITED BY SIZE INTO WS-REFUSE-TEXT
029934         NOT INVALID KEY
029935             IF NOT REG-IS-ACTIVE
029936                 MOVE "Y" TO WS-REFUSE-SWITCH
029937                 MOVE 50 TO WS-REFUSE-CODE
029938                 IF REG-IS-WITHDRAWN
029939                     STRING "WITHDRAWN PLAYER " WS-PLAYER-ID
029940                         DELIMITED BY SIZE INTO WS-REFUSE-TEXT
029941                 ELSE
029942                     STRING "SUSPENDED PLAYER " WS-PLAYER-ID
029943                         DELIMITED BY SIZE INTO WS-REFUSE-TEXT
029944                 END-IF
029945             END-IF
029946     END-READ.
030000*----------------------------------------------------------------
030100* 3000-FINALIZE-GAME  --  total the twelve categories with the
030200*     upper-section bonus and file the grand total under the
034469     MOVE WS-UPPER-SUBTOTAL TO GH-UPPER-SUBTOTAL
034470     MOVE WS-UPPER-BONUS TO GH-UPPER-BONUS
034471     MOVE WS-GRAND-TOTAL TO GH-GRAND-TOTAL
034472     MOVE SPACE TO GH-ENTRY-TYPE
034473     MOVE "M" TO GH-SOURCE
034474     WRITE GAME-HISTORY-RECORD.
034500*----------------------------------------------------------------
034600* 6000-PROCESS-PAIRINGS  --  decide one match: both sides must
034700*     have a scored game on the night's file, the higher net
034800*     total wins, equal nets draw.  Net is the grand total plus
034810*     the handicap, so in a scratch round it is the grand total
034820*     itself.
034900*----------------------------------------------------------------
035000 6000-PROCESS-PAIRINGS.
035100     READ PAIRING-FILE
037900             PERFORM 6300-REPORT-MISSING-GAME
038000         ELSE
038100             MOVE WS-LOOKUP-TOTAL TO WS-AWAY-TOTAL
038150             PERFORM 6150-APPLY-HANDICAPS
038200             PERFORM 6400-WRITE-MATCH-RESULT
038300             PERFORM 7000-POST-STANDINGS
038400             ADD 1 TO WS-MATCH-COUNT
038500         END-IF
038600     END-IF.
038610*----------------------------------------------------------------
038620* 6150-APPLY-HANDICAPS  --  both sides' handicaps off the
038630*     HANDICAP file in a handicapped round, zero in a scratch
038640*     round, and the nets the match is decided on.
038650*----------------------------------------------------------------
038660 6150-APPLY-HANDICAPS.
038661     MOVE 0 TO WS-HOME-HANDICAP
038662     MOVE 0 TO WS-AWAY-HANDICAP
038663     IF ROUND-IS-HANDICAPPED
038664         MOVE PAIR-HOME-PLAYER-ID TO WS-LOOKUP-ID
038665         PERFORM 6160-LOOK-UP-HANDICAP
038666         MOVE WS-LOOKUP-HANDICAP TO WS-HOME-HANDICAP
038667         MOVE PAIR-AWAY-PLAYER-ID TO WS-LOOKUP-ID
038668         PERFORM 6160-LOOK-UP-HANDICAP
038669         MOVE WS-LOOKUP-HANDICAP TO WS-AWAY-HANDICAP
038670     END-IF
038671     ADD WS-HOME-TOTAL WS-HOME-HANDICAP GIVING WS-HOME-NET
038672     ADD WS-AWAY-TOTAL WS-AWAY-HANDICAP GIVING WS-AWAY-NET.
038680*----------------------------------------------------------------
038681* 6160-LOOK-UP-HANDICAP  --  a player the handicap run has not
038682*     rated yet plays off scratch, noted on the run log.
038683*----------------------------------------------------------------
038684 6160-LOOK-UP-HANDICAP.
038685     MOVE WS-LOOKUP-ID TO HCP-PLAYER-ID
038686     READ HANDICAP-FILE
038687         INVALID KEY
038688             MOVE 0 TO WS-LOOKUP-HANDICAP
038689             ADD 1 TO WS-NO-HCP-COUNT
038690             DISPLAY "YMATCH: NO HANDICAP ON FILE FOR "
038691                     WS-LOOKUP-ID " - PLAYS OFF SCRATCH"
038692         NOT INVALID KEY
038693             MOVE HCP-HANDICAP TO WS-LOOKUP-HANDICAP
038694     END-READ.
038700*----------------------------------------------------------------
038800* 6200-LOOK-UP-PLAYER-TOTAL
038900*----------------------------------------------------------------
040400 6300-REPORT-MISSING-GAME.
040500     ADD 1 TO WS-SKIPPED-COUNT
040600     MOVE PAIR-HOME-PLAYER-ID TO DL-HOME-ID
040700     MOVE 0 TO DL-HOME-GROSS DL-HOME-HCP DL-HOME-NET
040800     MOVE PAIR-AWAY-PLAYER-ID TO DL-AWAY-ID
040900     MOVE 0 TO DL-AWAY-GROSS DL-AWAY-HCP DL-AWAY-NET
041000     MOVE SPACES TO DL-RESULT-TEXT
041100     STRING "SKIPPED - NO GAME " WS-LOOKUP-ID
041300             DELIMITED BY SIZE INTO DL-RESULT-TEXT
041400     MOVE WS-DETAIL-LINE TO MATCH-REPORT-LINE
041500     WRITE MATCH-REPORT-LINE.
042100 6350-REPORT-SELF-PAIRING.
042200     ADD 1 TO WS-SKIPPED-COUNT
042300     MOVE PAIR-HOME-PLAYER-ID TO DL-HOME-ID
042400     MOVE 0 TO DL-HOME-GROSS DL-HOME-HCP DL-HOME-NET
042500     MOVE PAIR-AWAY-PLAYER-ID TO DL-AWAY-ID
042600     MOVE 0 TO DL-AWAY-GROSS DL-AWAY-HCP DL-AWAY-NET
042700     MOVE "SKIPPED - PAIRED WITH SELF" TO DL-RESULT-TEXT
042900     MOVE WS-DETAIL-LINE TO MATCH-REPORT-LINE
043000     WRITE MATCH-REPORT-LINE.
043100*----------------------------------------------------------------
043200* 6400-WRITE-MATCH-RESULT  --  the results file record and the
043300*     round-report line for a decided match, decided on the
043310*     nets with gross and handicap kept beside them.  The match is
043400*     decided into working storage first; the record area is
043500*     only loaded just ahead of the WRITE, since its contents
043600*     are not dependable afterward.
043700*----------------------------------------------------------------
043800 6400-WRITE-MATCH-RESULT.
043900     EVALUATE TRUE
044000         WHEN WS-HOME-NET > WS-AWAY-NET
044100             MOVE PAIR-HOME-PLAYER-ID TO WS-WINNER-ID
044200             MOVE "N" TO WS-DRAW-FLAG
044300         WHEN WS-AWAY-NET > WS-HOME-NET
044400             MOVE PAIR-AWAY-PLAYER-ID TO WS-WINNER-ID
044500             MOVE "N" TO WS-DRAW-FLAG
044600         WHEN OTHER
045300     MOVE WS-AWAY-TOTAL TO MR-AWAY-TOTAL
045400     MOVE WS-WINNER-ID TO MR-WINNER-ID
045500     MOVE WS-DRAW-FLAG TO MR-DRAW-FLAG
045510     MOVE WS-ROUND-TYPE TO MR-ROUND-TYPE
045520     MOVE WS-HOME-HANDICAP TO MR-HOME-HANDICAP
045530     MOVE WS-HOME-NET TO MR-HOME-NET
045540     MOVE WS-AWAY-HANDICAP TO MR-AWAY-HANDICAP
045550     MOVE WS-AWAY-NET TO MR-AWAY-NET
045560     MOVE WS-GAME-DATE TO MR-MATCH-DATE
045570     MOVE SPACE TO MR-ENTRY-TYPE
045600     WRITE MATCH-RESULT-RECORD
045700     MOVE PAIR-HOME-PLAYER-ID TO DL-HOME-ID
045800     MOVE WS-HOME-TOTAL TO DL-HOME-GROSS
045810     MOVE WS-HOME-HANDICAP TO DL-HOME-HCP
045820     MOVE WS-HOME-NET TO DL-HOME-NET
045900     MOVE PAIR-AWAY-PLAYER-ID TO DL-AWAY-ID
046000     MOVE WS-AWAY-TOTAL TO DL-AWAY-GROSS
046010     MOVE WS-AWAY-HANDICAP TO DL-AWAY-HCP
046020     MOVE WS-AWAY-NET TO DL-AWAY-NET
046100     MOVE SPACES TO DL-RESULT-TEXT
046200     IF THIS-MATCH-IS-DRAW
046300         MOVE "DRAW" TO DL-RESULT-TEXT
055000         MOVE WS-COUNT-LINE TO MATCH-REPORT-LINE
055100         WRITE MATCH-REPORT-LINE
055200     END-IF
055210     IF WS-REFUSED-COUNT > 0
055220         MOVE "GAMES REFUSED" TO CT-LABEL
055230         MOVE WS-REFUSED-COUNT TO CT-VALUE
055240         MOVE WS-COUNT-LINE TO MATCH-REPORT-LINE
055250         WRITE MATCH-REPORT-LINE
055260     END-IF
055261     IF WS-NO-HCP-COUNT > 0
055262         MOVE "NO HANDICAP FOUND" TO CT-LABEL
055263         MOVE WS-NO-HCP-COUNT TO CT-VALUE
055264         MOVE WS-COUNT-LINE TO MATCH-REPORT-LINE
055265         WRITE MATCH-REPORT-LINE
055266     END-IF
055300     IF WS-ORPHAN-COUNT > 0
055400         DISPLAY "YMATCH: " WS-ORPHAN-COUNT
055500                 " GAME RECORDS WITH NO GAME TO BELONG TO"
056300     CLOSE MATCH-RESULT-FILE
056400     CLOSE MATCH-REPORT
056405     CLOSE GAME-HISTORY-FILE
056406     CLOSE PLAYER-REGISTER-FILE
056407     IF ROUND-IS-HANDICAPPED
056408         CLOSE HANDICAP-FILE
056409     END-IF
056410     MOVE "E" TO WS-RUN-ENTRY-TYPE
056420     MOVE WS-MATCH-COUNT TO WS-RUN-RECORD-COUNT
056430     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
