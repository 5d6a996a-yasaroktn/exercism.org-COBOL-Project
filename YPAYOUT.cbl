000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YPAYOUT.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* YPAYOUT  --  season prize-money payout, with the GL journal
000900*              feed for it.
001000*
001100* Reads the closed season's SEASHIST snapshots, ranks the players
001200* who filed a scorecard the way the season close ranks them -
001300* highest average first, best game breaking ties - and applies
001400* the PRIZESCH prize schedule (see PRIZEREC) to those ranks.
001500* Players level on both average and best game share a place:
001600* the prize money of every place the tie covers is pooled and
001700* split evenly between them, the odd pennies going to the first
001800* of them by player-id, and the next player down takes the place
001900* after the last one the tie covered.  A percentage place is
002000* worked to the penny, and the top place absorbs whatever penny
002100* the rounding leaves, so the places always add to the purse.
002200*
002300* A payee register for the treasurer goes to PAYRPT: the schedule
002400* as applied, one line per payee with the place, the tie and the
002500* prize, and the journal proof.  The GL journal goes to GLPAYJNL
002600* (see GLPAYOUT): the purse debited to the prize-fund account and
002700* each payee credited to the prizes-payable account, account codes
002800* carried the way GLACCRL carries them, all dated the pay date -
002900* the first business day on the CALGEN calendar after the date on
003000* the PAYPARM card.  The journal is proved before a line of it is
003100* written: its one debit is the purse itself, so the payee
003150* credits must come to the purse.  A journal out of balance -
003200* a paid place with nobody to take it, say - is held back,
003300* GLPAYJNL is left empty, and the run ends
003400* with RETURN-CODE 8 so the treasurer sees it before the GL does.
003500*
003600* PAYPARM, one card:
003700*    1- 4  season being paid out (CCYY, 1900-2199)
003800*    5-12  pay from date, CCYYMMDD (blank means today); the pay
003900*          date is the next business day after it
004000* A missing or bad card, a schedule that is missing, mis-keyed or
004100* does not allocate exactly the purse, no closed season on
004200* SEASHIST, or no business day after the pay-from date on the
004300* CALENDAR file ends the run with RETURN-CODE 16 before anything
004400* is written.
004500*
004600* MODIFICATION HISTORY
004700*   2026-10-15  TSG  Initial version.
004720*   2026-10-15  TSG  Checked against its JOBDEP predecessors
004740*                    through YRUNGATE at startup; ends with
004760*                    RETURN-CODE 20 when held.
004800*=================================================================
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARAMETER-FILE ASSIGN TO "PAYPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500     SELECT PRIZE-SCHEDULE-FILE ASSIGN TO "PRIZESCH"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PRIZE-STATUS.
005800     SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS SEA-KEY
006200         FILE STATUS IS WS-SEAS-STATUS.
006300     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CAL-STATUS.
006600     SELECT PAYOUT-JOURNAL ASSIGN TO "GLPAYJNL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-JOURNAL-STATUS.
006900     SELECT PAYEE-REGISTER ASSIGN TO "PAYRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  PARAMETER-FILE.
007500 01  PARAMETER-CARD.
007600     05  PARM-SEASON             PIC X(04).
007700     05  PARM-PAY-FROM-DATE      PIC X(08).
007800     05  FILLER                  PIC X(68).
007900 FD  PRIZE-SCHEDULE-FILE.
008000 COPY PRIZEREC.
008100 FD  SEASON-HISTORY-FILE.
008200 COPY SEASREC.
008300 FD  CALENDAR-FILE.
008400 COPY CALREC.
008500 FD  PAYOUT-JOURNAL.
008600 COPY GLPAYOUT.
008700 FD  PAYEE-REGISTER.
008800 01  PAYEE-REGISTER-LINE         PIC X(80).
008900 WORKING-STORAGE SECTION.
009000 01  WS-PARM-STATUS              PIC X(02).
009100 01  WS-PRIZE-STATUS             PIC X(02).
009200 01  WS-SEAS-STATUS              PIC X(02).
009300 01  WS-CAL-STATUS               PIC X(02).
009400 01  WS-JOURNAL-STATUS           PIC X(02).
009500 01  WS-REPORT-STATUS            PIC X(02).
009600 01  WS-PRIZE-EOF-SWITCH         PIC X(01) VALUE "N".
009700     88  END-OF-PRIZE-SCHEDULE          VALUE "Y".
009800 01  WS-SEAS-EOF-SWITCH          PIC X(01) VALUE "N".
009900     88  END-OF-SEASON               VALUE "Y".
010000 01  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
010100     88  END-OF-CALENDAR-FILE           VALUE "Y".
010200 01  WS-PURSE-CARD-FLAG          PIC X(01) VALUE "N".
010300     88  PURSE-CARD-WAS-READ            VALUE "Y".
010400 01  WS-PAY-DATE-FLAG            PIC X(01) VALUE "N".
010500     88  PAY-DATE-WAS-FOUND             VALUE "Y".
010600 01  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
010700     88  JOURNAL-IS-IN-BALANCE          VALUE "Y".
010800 01  WS-SORT-SWAPPED             PIC X(01) VALUE "N".
010900     88  SORT-PASS-SWAPPED              VALUE "Y".
011000 01  WS-SEASON                   PIC 9(04) VALUE 0.
011100 01  WS-PAY-FROM-DATE            PIC 9(08) VALUE 0.
011200 01  WS-PAY-DATE                 PIC 9(08) VALUE 0.
011300 01  WS-CAL-DATE-NUM             PIC 9(08).
011400 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
011500 01  WS-PURSE                    PIC 9(07)V99 VALUE 0.
011600 01  WS-FUND-ACCOUNT             PIC X(08).
011700 01  WS-PAYABLE-ACCOUNT          PIC X(08).
011800 01  WS-FIXED-TOTAL              PIC 9(09)V99 VALUE 0.
011900 01  WS-PERCENT-TOTAL            PIC 9(05)V99 VALUE 0.
012000 01  WS-SCHEDULE-CHECK           PIC 9(09)V9(04) VALUE 0.
012100 01  WS-PLACES-TOTAL             PIC 9(09)V99 VALUE 0.
012200 01  WS-PENNY-PLUG               PIC S9(07)V99 VALUE 0.
012300 01  WS-POOL                     PIC 9(09)V99.
012400 01  WS-SHARE                    PIC 9(09)V99.
012500 01  WS-ODD-PENNIES              PIC 9(09)V99.
012600 01  WS-DEBIT-TOTAL              PIC S9(09)V99 VALUE 0.
012700 01  WS-CREDIT-TOTAL             PIC S9(09)V99 VALUE 0.
012800 01  WS-UNAWARDED-TOTAL          PIC 9(09)V99 VALUE 0.
012900 01  WS-PLACE-SUB                PIC 9(03) COMP.
013000 01  WS-GROUP-START              PIC 9(03) COMP.
013100 01  WS-GROUP-END                PIC 9(03) COMP.
013200 01  WS-GROUP-SIZE               PIC 9(03) COMP.
013300 01  WS-SORT-IDX                 PIC 9(03) COMP.
013400 01  WS-LIST-IDX                 PIC 9(03) COMP.
013500 01  WS-PAYEE-COUNT              PIC 9(06) VALUE 0.
013600 01  WS-UNRANKED-COUNT           PIC 9(06) VALUE 0.
013700 01  WS-WRITE-COUNT              PIC 9(08) VALUE 0.
014100 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
014200 01  WS-RUN-PROGRAM-ID           PIC X(08) VALUE "YPAYOUT".
014300 01  WS-RUN-ENTRY-TYPE           PIC X(01).
014400 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
014500 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
014520 01  WS-GATE-RESULT              PIC X(01).
014540     88  RUN-IS-HELD                    VALUE "H".
014600*----------------------------------------------------------------
014700* The paid places off PRIZESCH, each with the money it carries
014800* once the percentages are worked to the penny.  100 places is
014900* far past any schedule the club has paid.
015000*----------------------------------------------------------------
015100 01  WS-PLACE-COUNT              PIC 9(03) COMP VALUE 0.
015200 01  WS-PLACE-TABLE.
015300     05  WS-PLACE-ENTRY OCCURS 100 TIMES.
015400         10  WS-PL-BASIS         PIC X(01).
015500         10  WS-PL-PERCENT       PIC 9(03)V99.
015600         10  WS-PL-AMOUNT        PIC 9(07)V99.
015700*----------------------------------------------------------------
015800* The season's ranked players off SEASHIST, sorted the way the
015900* season close ranks them, with the place and prize each one
016000* takes.  500 slots matches the season close's own table.
016100*----------------------------------------------------------------
016200 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
016300 01  WS-RANK-TABLE.
016400     05  WS-RANK-ENTRY OCCURS 500 TIMES.
016500         10  WS-RK-PLAYER-ID     PIC X(08).
016600         10  WS-RK-GAMES         PIC 9(05).
016700         10  WS-RK-BEST          PIC 9(05).
016800         10  WS-RK-AVERAGE       PIC 9(03)V99.
016900         10  WS-RK-PLACE         PIC 9(03).
017000         10  WS-RK-TIED          PIC 9(03).
017100         10  WS-RK-PRIZE         PIC 9(07)V99.
017200 01  WS-SWAP-ENTRY.
017300     05  WS-SWAP-PLAYER-ID       PIC X(08).
017400     05  WS-SWAP-GAMES           PIC 9(05).
017500     05  WS-SWAP-BEST            PIC 9(05).
017600     05  WS-SWAP-AVERAGE         PIC 9(03)V99.
017700     05  WS-SWAP-PLACE           PIC 9(03).
017800     05  WS-SWAP-TIED            PIC 9(03).
017900     05  WS-SWAP-PRIZE           PIC 9(07)V99.
018000*----------------------------------------------------------------
018100* Register line layouts, moved into PAYEE-REGISTER-LINE before
018200* WRITE.
018300*----------------------------------------------------------------
018400 01  WS-HEADING-LINE.
018500     05  FILLER PIC X(30) VALUE "SEASON PRIZE PAYOUT REGISTER".
018600     05  FILLER PIC X(07) VALUE "SEASON ".
018700     05  HD-SEASON               PIC 9(04).
018800     05  FILLER PIC X(11) VALUE "  PAY DATE ".
018900     05  HD-PAY-DATE             PIC 9(08).
019000     05  FILLER PIC X(20) VALUE SPACES.
019100 01  WS-SCHEDULE-TITLE-LINE.
019200     05  FILLER PIC X(20) VALUE "PRIZE SCHEDULE".
019300     05  FILLER PIC X(06) VALUE "PURSE ".
019400     05  ST-PURSE                PIC Z,ZZZ,ZZ9.99.
019500     05  FILLER PIC X(42) VALUE SPACES.
019600 01  WS-SCHEDULE-COLUMN-LINE.
019700     05  FILLER PIC X(07) VALUE "PLACE".
019800     05  FILLER PIC X(12) VALUE "BASIS".
019900     05  FILLER PIC X(10) VALUE "RATE".
020000     05  FILLER PIC X(51) VALUE "AMOUNT".
020100 01  WS-SCHEDULE-LINE.
020200     05  SL-PLACE                PIC ZZ9.
020300     05  FILLER                  PIC X(04) VALUE SPACES.
020400     05  SL-BASIS                PIC X(10).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  SL-PERCENT              PIC ZZ9.99.
020700     05  SL-PERCENT-X REDEFINES SL-PERCENT
020800                                 PIC X(06).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  SL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
021100     05  FILLER                  PIC X(41) VALUE SPACES.
021200 01  WS-PAYEE-COLUMN-LINE.
021300     05  FILLER PIC X(06) VALUE "PLACE".
021400     05  FILLER PIC X(10) VALUE "PLAYER".
021500     05  FILLER PIC X(08) VALUE "GAMES".
021600     05  FILLER PIC X(09) VALUE "AVERAGE".
021700     05  FILLER PIC X(08) VALUE "BEST".
021800     05  FILLER PIC X(06) VALUE "TIED".
021900     05  FILLER PIC X(33) VALUE "PRIZE".
022000 01  WS-PAYEE-LINE.
022100     05  DL-PLACE                PIC ZZ9.
022200     05  DL-TIE-MARK             PIC X(01).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  DL-PLAYER-ID            PIC X(08).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  DL-GAMES                PIC ZZZZ9.
022700     05  FILLER                  PIC X(03) VALUE SPACES.
022800     05  DL-AVERAGE              PIC ZZ9.99.
022900     05  FILLER                  PIC X(03) VALUE SPACES.
023000     05  DL-BEST                 PIC ZZZZ9.
023100     05  FILLER                  PIC X(03) VALUE SPACES.
023200     05  DL-TIED                 PIC ZZ9.
023300     05  DL-TIED-X REDEFINES DL-TIED
023400                                 PIC X(03).
023500     05  FILLER                  PIC X(03) VALUE SPACES.
023600     05  DL-PRIZE                PIC Z,ZZZ,ZZ9.99.
023700     05  FILLER                  PIC X(21) VALUE SPACES.
023800 01  WS-MONEY-LINE.
023900     05  ML-LABEL                PIC X(30).
024000     05  ML-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
024100     05  FILLER                  PIC X(35) VALUE SPACES.
024200 01  WS-COUNT-LINE.
024300     05  CT-LABEL                PIC X(30).
024400     05  CT-VALUE                PIC ZZZ,ZZ9.
024500     05  FILLER                  PIC X(43) VALUE SPACES.
024600 01  WS-NOTE-LINE.
024700     05  FILLER                  PIC X(06) VALUE "NOTE: ".
024800     05  NT-TEXT                 PIC X(74).
024900 01  WS-VERDICT-LINE.
025000     05  FILLER                  PIC X(09) VALUE "RELEASE:".
025100     05  VD-TEXT                 PIC X(71).
025200 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600     PERFORM 3000-RANK-SEASON
025700     PERFORM 4000-AWARD-PLACES
025800     PERFORM 5000-PROVE-JOURNAL
025900     PERFORM 6000-WRITE-REGISTER
026000     IF JOURNAL-IS-IN-BALANCE
026100         PERFORM 7000-RELEASE-JOURNAL
026200     END-IF
026300     PERFORM 9000-TERMINATE
026400     STOP RUN.
026500*----------------------------------------------------------------
026600* 1000-INITIALIZE  --  the card, the schedule, the pay date and
026700*     the closed season are all read and proved before the
026800*     register or the journal is opened, so a bad start writes
026900*     nothing.  GLPAYJNL is opened even when the journal will be
027000*     held back, so a held run leaves it empty rather than
027100*     leaving last season's journal there to be posted again.
027200*----------------------------------------------------------------
027300 1000-INITIALIZE.
027310     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
027320     IF RUN-IS-HELD
027330         DISPLAY "YPAYOUT: HELD - PREDECESSOR NOT CLEAN"
027340         MOVE 20 TO RETURN-CODE
027350         STOP RUN
027360     END-IF
027400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027500     PERFORM 1100-READ-PARAMETER-CARD
027600     PERFORM 1200-LOAD-PRIZE-SCHEDULE
027700     PERFORM 1500-FIND-PAY-DATE
027800     PERFORM 2000-LOAD-SEASON
027900     OPEN OUTPUT PAYEE-REGISTER
028000     OPEN OUTPUT PAYOUT-JOURNAL
028100     ACCEPT WS-RUN-ID FROM TIME
028200     MOVE "S" TO WS-RUN-ENTRY-TYPE
028300     MOVE 0 TO WS-RUN-RECORD-COUNT
028400     MOVE 0 TO WS-RUN-RETURN-CODE
028500     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
028600             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
028700             WS-RUN-RETURN-CODE.
028800*----------------------------------------------------------------
028900* 1100-READ-PARAMETER-CARD  --  the season must be keyed; a
029000*     blank pay-from date means the pay date is worked from
029100*     today.
029200*----------------------------------------------------------------
029300 1100-READ-PARAMETER-CARD.
029400     OPEN INPUT PARAMETER-FILE
029500     IF WS-PARM-STATUS NOT = "00"
029600         DISPLAY "YPAYOUT: CANNOT OPEN PAYPARM, STATUS "
029700                 WS-PARM-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF
030100     READ PARAMETER-FILE
030200         AT END
030300             DISPLAY "YPAYOUT: PAYPARM IS EMPTY"
030400             MOVE 16 TO RETURN-CODE
030500             STOP RUN
030600     END-READ
030700     CLOSE PARAMETER-FILE
030800     IF PARM-SEASON NOT NUMERIC
030900         DISPLAY "YPAYOUT: BAD SEASON <" PARM-SEASON ">"
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF
031300     MOVE PARM-SEASON TO WS-SEASON
031400     IF WS-SEASON < 1900 OR WS-SEASON > 2199
031500         DISPLAY "YPAYOUT: SEASON " WS-SEASON
031600                 " OUTSIDE 1900-2199"
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     IF PARM-PAY-FROM-DATE = SPACES
032100         MOVE WS-RUN-DATE TO WS-PAY-FROM-DATE
032200     ELSE
032300         IF PARM-PAY-FROM-DATE NOT NUMERIC
032400             DISPLAY "YPAYOUT: BAD PAY-FROM DATE <"
032500                     PARM-PAY-FROM-DATE ">"
032600             MOVE 16 TO RETURN-CODE
032700             STOP RUN
032800         END-IF
032900         MOVE PARM-PAY-FROM-DATE TO WS-PAY-FROM-DATE
033000     END-IF
033100     DISPLAY "YPAYOUT: SEASON " WS-SEASON
033200             " PAY FROM " WS-PAY-FROM-DATE " ACCEPTED".
033300*----------------------------------------------------------------
033400* 1200-LOAD-PRIZE-SCHEDULE  --  the purse card, then the places.
033500*     Every card is edited as it is read, and the schedule as a
033600*     whole must then allocate exactly the purse: the fixed
033700*     amounts plus each percentage of the purse, worked before
033800*     any rounding.
033900*----------------------------------------------------------------
034000 1200-LOAD-PRIZE-SCHEDULE.
034100     OPEN INPUT PRIZE-SCHEDULE-FILE
034200     IF WS-PRIZE-STATUS NOT = "00"
034300         DISPLAY "YPAYOUT: CANNOT OPEN PRIZESCH, STATUS "
034400                 WS-PRIZE-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF
034800     PERFORM 1210-LOAD-ONE-CARD
034900         UNTIL END-OF-PRIZE-SCHEDULE
035000     CLOSE PRIZE-SCHEDULE-FILE
035100     IF NOT PURSE-CARD-WAS-READ
035200         DISPLAY "YPAYOUT: PRIZESCH HAS NO PURSE CARD"
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF
035600     IF WS-PLACE-COUNT = 0
035700         DISPLAY "YPAYOUT: PRIZESCH HAS NO PAID PLACES"
035800         MOVE 16 TO RETURN-CODE
035900         STOP RUN
036000     END-IF
036100     COMPUTE WS-SCHEDULE-CHECK =
036200         WS-FIXED-TOTAL + (WS-PURSE * WS-PERCENT-TOTAL / 100)
036300     IF WS-SCHEDULE-CHECK NOT = WS-PURSE
036400         DISPLAY "YPAYOUT: SCHEDULE ALLOCATES " WS-SCHEDULE-CHECK
036500                 " OF PURSE " WS-PURSE
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF
036900     PERFORM 1300-PRICE-PLACES
037000     DISPLAY "YPAYOUT: PURSE " WS-PURSE " OVER "
037100             WS-PLACE-COUNT " PLACES ACCEPTED".
037200*----------------------------------------------------------------
037300* 1210-LOAD-ONE-CARD
037400*----------------------------------------------------------------
037500 1210-LOAD-ONE-CARD.
037600     READ PRIZE-SCHEDULE-FILE
037700         AT END
037800             MOVE "Y" TO WS-PRIZE-EOF-SWITCH
037900         NOT AT END
038000             EVALUATE TRUE
038100                 WHEN PZ-IS-PURSE-CARD
038200                     PERFORM 1220-EDIT-PURSE-CARD
038300                 WHEN PZ-IS-PLACE-CARD
038400                     PERFORM 1230-EDIT-PLACE-CARD
038500                 WHEN OTHER
038600                     DISPLAY "YPAYOUT: BAD CARD TYPE <"
038700                             PZ-CARD-TYPE "> ON PRIZESCH"
038800                     MOVE 16 TO RETURN-CODE
038900                     STOP RUN
039000             END-EVALUATE
039100     END-READ.
039200*----------------------------------------------------------------
039300* 1220-EDIT-PURSE-CARD  --  one purse card, ahead of the places.
039400*----------------------------------------------------------------
039500 1220-EDIT-PURSE-CARD.
039600     IF PURSE-CARD-WAS-READ OR WS-PLACE-COUNT > 0
039700         DISPLAY "YPAYOUT: PURSE CARD MUST BE FIRST AND ONLY"
039800         MOVE 16 TO RETURN-CODE
039900         STOP RUN
040000     END-IF
040100     IF PZ-PURSE-AMOUNT-X NOT NUMERIC
040200         DISPLAY "YPAYOUT: BAD PURSE AMOUNT <"
040300                 PZ-PURSE-AMOUNT-X ">"
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     IF PZ-PURSE-AMOUNT = 0
040800         DISPLAY "YPAYOUT: PURSE AMOUNT IS ZERO"
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF
041200     IF PZ-FUND-ACCOUNT = SPACES OR PZ-PAYABLE-ACCOUNT = SPACES
041300         DISPLAY "YPAYOUT: PRIZE-FUND OR PAYABLE ACCOUNT BLANK"
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF
041700     MOVE PZ-PURSE-AMOUNT TO WS-PURSE
041800     MOVE PZ-FUND-ACCOUNT TO WS-FUND-ACCOUNT
041900     MOVE PZ-PAYABLE-ACCOUNT TO WS-PAYABLE-ACCOUNT
042000     MOVE "Y" TO WS-PURSE-CARD-FLAG.
042100*----------------------------------------------------------------
042200* 1230-EDIT-PLACE-CARD  --  places run 1, 2, 3 ... in order, so
042300*     each card must carry the next place.
042400*----------------------------------------------------------------
042500 1230-EDIT-PLACE-CARD.
042600     IF NOT PURSE-CARD-WAS-READ
042700         DISPLAY "YPAYOUT: PLACE CARD AHEAD OF THE PURSE CARD"
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF
043100     IF PZ-PLACE-X NOT NUMERIC
043200         DISPLAY "YPAYOUT: BAD PLACE <" PZ-PLACE-X ">"
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF
043600     IF PZ-PLACE NOT = WS-PLACE-COUNT + 1
043700         DISPLAY "YPAYOUT: PLACE " PZ-PLACE " OUT OF ORDER, "
043800                 "EXPECTED " WS-PLACE-COUNT " + 1"
043900         MOVE 16 TO RETURN-CODE
044000         STOP RUN
044100     END-IF
044200     IF WS-PLACE-COUNT >= 100
044300         DISPLAY "YPAYOUT: PLACE TABLE FULL AT 100"
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     ADD 1 TO WS-PLACE-COUNT
044800     MOVE PZ-BASIS TO WS-PL-BASIS (WS-PLACE-COUNT)
044900     MOVE 0 TO WS-PL-PERCENT (WS-PLACE-COUNT)
045000     MOVE 0 TO WS-PL-AMOUNT (WS-PLACE-COUNT)
045100     EVALUATE TRUE
045200         WHEN PZ-IS-PERCENTAGE
045300             IF PZ-PERCENT-X NOT NUMERIC OR PZ-PERCENT = 0
045400                 DISPLAY "YPAYOUT: BAD PERCENTAGE <"
045500                         PZ-PERCENT-X "> FOR PLACE " PZ-PLACE
045600                 MOVE 16 TO RETURN-CODE
045700                 STOP RUN
045800             END-IF
045900             MOVE PZ-PERCENT TO WS-PL-PERCENT (WS-PLACE-COUNT)
046000             ADD PZ-PERCENT TO WS-PERCENT-TOTAL
046100         WHEN PZ-IS-FIXED-AMOUNT
046200             IF PZ-FIXED-AMOUNT-X NOT NUMERIC
046300                     OR PZ-FIXED-AMOUNT = 0
046400                 DISPLAY "YPAYOUT: BAD FIXED AMOUNT <"
046500                         PZ-FIXED-AMOUNT-X "> FOR PLACE " PZ-PLACE
046600                 MOVE 16 TO RETURN-CODE
046700                 STOP RUN
046800             END-IF
046900             MOVE PZ-FIXED-AMOUNT TO WS-PL-AMOUNT (WS-PLACE-COUNT)
047000             ADD PZ-FIXED-AMOUNT TO WS-FIXED-TOTAL
047100         WHEN OTHER
047200             DISPLAY "YPAYOUT: BAD BASIS <" PZ-BASIS
047300                     "> FOR PLACE " PZ-PLACE
047400             MOVE 16 TO RETURN-CODE
047500             STOP RUN
047600     END-EVALUATE.
047700*----------------------------------------------------------------
047800* 1300-PRICE-PLACES  --  each percentage place worked to the
047900*     penny, then the top place takes the penny plug so the
048000*     places add to the purse exactly - the same plug GLFISCAL
048100*     puts on an account's last accruing day.
048200*----------------------------------------------------------------
048300 1300-PRICE-PLACES.
048400     MOVE 0 TO WS-PLACES-TOTAL
048500     PERFORM VARYING WS-PLACE-SUB FROM 1 BY 1
048600             UNTIL WS-PLACE-SUB > WS-PLACE-COUNT
048700         IF WS-PL-BASIS (WS-PLACE-SUB) = "P"
048800             COMPUTE WS-PL-AMOUNT (WS-PLACE-SUB) ROUNDED =
048900                 WS-PURSE * WS-PL-PERCENT (WS-PLACE-SUB) / 100
049000         END-IF
049100         ADD WS-PL-AMOUNT (WS-PLACE-SUB) TO WS-PLACES-TOTAL
049200     END-PERFORM
049300     COMPUTE WS-PENNY-PLUG = WS-PURSE - WS-PLACES-TOTAL
049400     IF WS-PENNY-PLUG NOT = 0
049500         ADD WS-PENNY-PLUG TO WS-PL-AMOUNT (1)
049600         DISPLAY "YPAYOUT: PLACE 1 ABSORBS ROUNDING OF "
049700                 WS-PENNY-PLUG
049800     END-IF.
049900*----------------------------------------------------------------
050000* 1500-FIND-PAY-DATE  --  the first business day on the CALENDAR
050100*     file after the pay-from date.  The calendar holds one
050200*     year; a pay-from date at the very end of it needs next
050300*     year's calendar built first.
050400*----------------------------------------------------------------
050500 1500-FIND-PAY-DATE.
050600     OPEN INPUT CALENDAR-FILE
050700     IF WS-CAL-STATUS NOT = "00"
050800         DISPLAY "YPAYOUT: CANNOT OPEN CALENDAR, STATUS "
050900                 WS-CAL-STATUS
051000         MOVE 16 TO RETURN-CODE
051100         STOP RUN
051200     END-IF
051300     PERFORM 1510-READ-CALENDAR-DAY
051400         UNTIL END-OF-CALENDAR-FILE OR PAY-DATE-WAS-FOUND
051500     CLOSE CALENDAR-FILE
051600     IF NOT PAY-DATE-WAS-FOUND
051700         DISPLAY "YPAYOUT: NO BUSINESS DAY AFTER "
051800                 WS-PAY-FROM-DATE " ON THE CALENDAR"
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     DISPLAY "YPAYOUT: PAY DATE " WS-PAY-DATE.
052300*----------------------------------------------------------------
052400* 1510-READ-CALENDAR-DAY
052500*----------------------------------------------------------------
052600 1510-READ-CALENDAR-DAY.
052700     READ CALENDAR-FILE
052800         AT END
052900             MOVE "Y" TO WS-CAL-EOF-SWITCH
053000         NOT AT END
053100             MOVE CAL-DATE TO WS-CAL-DATE-NUM
053200             IF CAL-IS-BUSINESS-DAY
053300                     AND WS-CAL-DATE-NUM > WS-PAY-FROM-DATE
053400                 MOVE WS-CAL-DATE-NUM TO WS-PAY-DATE
053500                 MOVE "Y" TO WS-PAY-DATE-FLAG
053600             END-IF
053700     END-READ.
053800*----------------------------------------------------------------
053900* 2000-LOAD-SEASON  --  the season's snapshots off SEASHIST, read
054000*     from the season's first key the way the season close reads
054100*     the prior season.  A player with match standings but no
054200*     scorecard has no average to rank on and is left out.
054300*----------------------------------------------------------------
054400 2000-LOAD-SEASON.
054500     OPEN INPUT SEASON-HISTORY-FILE
054600     IF WS-SEAS-STATUS NOT = "00"
054700         DISPLAY "YPAYOUT: CANNOT OPEN SEASHIST, STATUS "
054800                 WS-SEAS-STATUS
054900         MOVE 16 TO RETURN-CODE
055000         STOP RUN
055100     END-IF
055200     MOVE WS-SEASON TO SEA-SEASON
055300     MOVE LOW-VALUES TO SEA-PLAYER-ID
055400     START SEASON-HISTORY-FILE
055500         KEY IS NOT LESS THAN SEA-KEY
055600         INVALID KEY
055700             MOVE "Y" TO WS-SEAS-EOF-SWITCH
055800     END-START
055900     PERFORM 2100-LOAD-ONE-SNAPSHOT
056000         UNTIL END-OF-SEASON
056100     CLOSE SEASON-HISTORY-FILE
056200     IF WS-PLAYER-COUNT = 0
056300         DISPLAY "YPAYOUT: NO RANKED PLAYERS FOR SEASON "
056400                 WS-SEASON " ON SEASHIST"
056500         MOVE 16 TO RETURN-CODE
056600         STOP RUN
056700     END-IF.
056800*----------------------------------------------------------------
056900* 2100-LOAD-ONE-SNAPSHOT
057000*----------------------------------------------------------------
057100 2100-LOAD-ONE-SNAPSHOT.
057200     READ SEASON-HISTORY-FILE NEXT RECORD
057300         AT END
057400             MOVE "Y" TO WS-SEAS-EOF-SWITCH
057500         NOT AT END
057600             EVALUATE TRUE
057700                 WHEN SEA-SEASON NOT = WS-SEASON
057800                     MOVE "Y" TO WS-SEAS-EOF-SWITCH
057900                 WHEN SEA-GAMES-PLAYED = 0
058000                     ADD 1 TO WS-UNRANKED-COUNT
058100                 WHEN OTHER
058200                     PERFORM 2200-FILE-ONE-PLAYER
058300             END-EVALUATE
058400     END-READ.
058500*----------------------------------------------------------------
058600* 2200-FILE-ONE-PLAYER
058700*----------------------------------------------------------------
058800 2200-FILE-ONE-PLAYER.
058900     IF WS-PLAYER-COUNT >= 500
059000         DISPLAY "YPAYOUT: PLAYER TABLE FULL AT 500"
059100         MOVE 16 TO RETURN-CODE
059200         STOP RUN
059300     END-IF
059400     ADD 1 TO WS-PLAYER-COUNT
059500     MOVE SEA-PLAYER-ID TO WS-RK-PLAYER-ID (WS-PLAYER-COUNT)
059600     MOVE SEA-GAMES-PLAYED TO WS-RK-GAMES (WS-PLAYER-COUNT)
059700     MOVE SEA-BEST-GAME TO WS-RK-BEST (WS-PLAYER-COUNT)
059800     MOVE SEA-AVERAGE-SCORE TO WS-RK-AVERAGE (WS-PLAYER-COUNT)
059900     MOVE 0 TO WS-RK-PLACE (WS-PLAYER-COUNT)
060000     MOVE 0 TO WS-RK-TIED (WS-PLAYER-COUNT)
060100     MOVE 0 TO WS-RK-PRIZE (WS-PLAYER-COUNT).
060200*----------------------------------------------------------------
060300* 3000-RANK-SEASON  --  bubble sort, highest average first, best
060400*     game breaking ties, as the season close and the leaderboard
060500*     rank.  Players level on both stay in player-id order, the
060600*     order SEASHIST gave them, since the sort only exchanges
060700*     neighbours that are strictly out of order.
060800*----------------------------------------------------------------
060900 3000-RANK-SEASON.
061000     MOVE "Y" TO WS-SORT-SWAPPED
061100     PERFORM 3100-SORT-PASS UNTIL NOT SORT-PASS-SWAPPED.
061200*----------------------------------------------------------------
061300* 3100-SORT-PASS  --  one exchange pass over adjacent entries.
061400*----------------------------------------------------------------
061500 3100-SORT-PASS.
061600     MOVE "N" TO WS-SORT-SWAPPED
061700     PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
061800             UNTIL WS-SORT-IDX >= WS-PLAYER-COUNT
061900         IF WS-RK-AVERAGE (WS-SORT-IDX) <
062000                 WS-RK-AVERAGE (WS-SORT-IDX + 1)
062100             OR (WS-RK-AVERAGE (WS-SORT-IDX) =
062200                 WS-RK-AVERAGE (WS-SORT-IDX + 1)
062300             AND WS-RK-BEST (WS-SORT-IDX) <
062400                 WS-RK-BEST (WS-SORT-IDX + 1))
062500             PERFORM 3200-SWAP-ENTRIES
062600         END-IF
062700     END-PERFORM.
062800*----------------------------------------------------------------
062900* 3200-SWAP-ENTRIES
063000*----------------------------------------------------------------
063100 3200-SWAP-ENTRIES.
063200     MOVE WS-RANK-ENTRY (WS-SORT-IDX) TO WS-SWAP-ENTRY
063300     MOVE WS-RANK-ENTRY (WS-SORT-IDX + 1)
063400             TO WS-RANK-ENTRY (WS-SORT-IDX)
063500     MOVE WS-SWAP-ENTRY TO WS-RANK-ENTRY (WS-SORT-IDX + 1)
063600     MOVE "Y" TO WS-SORT-SWAPPED.
063700*----------------------------------------------------------------
063800* 4000-AWARD-PLACES  --  the ranked table is walked one group of
063900*     level players at a time; a group starting at position n
064000*     takes place n, and the players after it start at the place
064100*     after the group's last position.  Awarding stops once the
064200*     paid places run out.
064300*----------------------------------------------------------------
064400 4000-AWARD-PLACES.
064500     MOVE 1 TO WS-GROUP-START
064600     PERFORM 4100-AWARD-ONE-GROUP
064700         UNTIL WS-GROUP-START > WS-PLAYER-COUNT
064800             OR WS-GROUP-START > WS-PLACE-COUNT
064900     IF WS-PLAYER-COUNT < WS-PLACE-COUNT
065000         COMPUTE WS-GROUP-START = WS-PLAYER-COUNT + 1
065100         PERFORM VARYING WS-PLACE-SUB FROM WS-GROUP-START BY 1
065200                 UNTIL WS-PLACE-SUB > WS-PLACE-COUNT
065300             ADD WS-PL-AMOUNT (WS-PLACE-SUB) TO WS-UNAWARDED-TOTAL
065400         END-PERFORM
065500     END-IF.
065600*----------------------------------------------------------------
065700* 4100-AWARD-ONE-GROUP  --  the group runs on while the next
065800*     player is level on average and best game.  The money of
065900*     every paid place the group covers is pooled and shared
066000*     evenly; the odd pennies go to the group's first player.
066100*----------------------------------------------------------------
066200 4100-AWARD-ONE-GROUP.
066300     MOVE WS-GROUP-START TO WS-GROUP-END
066400     PERFORM UNTIL WS-GROUP-END >= WS-PLAYER-COUNT
066500             OR WS-RK-AVERAGE (WS-GROUP-END + 1) NOT =
066600                 WS-RK-AVERAGE (WS-GROUP-START)
066700             OR WS-RK-BEST (WS-GROUP-END + 1) NOT =
066800                 WS-RK-BEST (WS-GROUP-START)
066900         ADD 1 TO WS-GROUP-END
067000     END-PERFORM
067100     COMPUTE WS-GROUP-SIZE = WS-GROUP-END - WS-GROUP-START + 1
067200     MOVE 0 TO WS-POOL
067300     PERFORM VARYING WS-PLACE-SUB FROM WS-GROUP-START BY 1
067400             UNTIL WS-PLACE-SUB > WS-GROUP-END
067500                 OR WS-PLACE-SUB > WS-PLACE-COUNT
067600         ADD WS-PL-AMOUNT (WS-PLACE-SUB) TO WS-POOL
067700     END-PERFORM
067800     DIVIDE WS-POOL BY WS-GROUP-SIZE GIVING WS-SHARE
067900     COMPUTE WS-ODD-PENNIES = WS-POOL - (WS-SHARE * WS-GROUP-SIZE)
068000     PERFORM VARYING WS-LIST-IDX FROM WS-GROUP-START BY 1
068100             UNTIL WS-LIST-IDX > WS-GROUP-END
068200         MOVE WS-GROUP-START TO WS-RK-PLACE (WS-LIST-IDX)
068300         MOVE WS-GROUP-SIZE TO WS-RK-TIED (WS-LIST-IDX)
068400         MOVE WS-SHARE TO WS-RK-PRIZE (WS-LIST-IDX)
068500     END-PERFORM
068600     ADD WS-ODD-PENNIES TO WS-RK-PRIZE (WS-GROUP-START)
068700     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
068800*----------------------------------------------------------------
068900* 5000-PROVE-JOURNAL  --  the journal the payees make, proved
069000*     before a line of it is written: one debit of the purse to
069100*     the prize-fund account against a credit per payee to the
069200*     prizes-payable account.  The debit is the purse by
069250*     definition, so the proof is that the credits come to it.
069300*----------------------------------------------------------------
069400 5000-PROVE-JOURNAL.
069500     MOVE WS-PURSE TO WS-DEBIT-TOTAL
069600     MOVE 0 TO WS-CREDIT-TOTAL
069700     MOVE 0 TO WS-PAYEE-COUNT
069800     PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
069900             UNTIL WS-LIST-IDX > WS-PLAYER-COUNT
070000         IF WS-RK-PRIZE (WS-LIST-IDX) > 0
070100             ADD WS-RK-PRIZE (WS-LIST-IDX) TO WS-CREDIT-TOTAL
070200             ADD 1 TO WS-PAYEE-COUNT
070300         END-IF
070400     END-PERFORM
070500     IF WS-CREDIT-TOTAL NOT = WS-PURSE
070700         MOVE "N" TO WS-BALANCE-SWITCH
070800     END-IF.
070900*----------------------------------------------------------------
071000* 6000-WRITE-REGISTER  --  the schedule as applied, the payees in
071100*     place order, and the journal proof with its verdict.
071200*----------------------------------------------------------------
071300 6000-WRITE-REGISTER.
071400     MOVE WS-SEASON TO HD-SEASON
071500     MOVE WS-PAY-DATE TO HD-PAY-DATE
071600     MOVE WS-HEADING-LINE TO PAYEE-REGISTER-LINE
071700     WRITE PAYEE-REGISTER-LINE
071800     MOVE WS-BLANK-LINE TO PAYEE-REGISTER-LINE
071900     WRITE PAYEE-REGISTER-LINE
072000     MOVE WS-PURSE TO ST-PURSE
072100     MOVE WS-SCHEDULE-TITLE-LINE TO PAYEE-REGISTER-LINE
072200     WRITE PAYEE-REGISTER-LINE
072300     MOVE WS-SCHEDULE-COLUMN-LINE TO PAYEE-REGISTER-LINE
072400     WRITE PAYEE-REGISTER-LINE
072500     PERFORM 6100-WRITE-ONE-PLACE
072600         VARYING WS-PLACE-SUB FROM 1 BY 1
072700         UNTIL WS-PLACE-SUB > WS-PLACE-COUNT
072800     MOVE WS-BLANK-LINE TO PAYEE-REGISTER-LINE
072900     WRITE PAYEE-REGISTER-LINE
073000     MOVE WS-PAYEE-COLUMN-LINE TO PAYEE-REGISTER-LINE
073100     WRITE PAYEE-REGISTER-LINE
073200     PERFORM 6200-WRITE-ONE-PAYEE
073300         VARYING WS-LIST-IDX FROM 1 BY 1
073400         UNTIL WS-LIST-IDX > WS-PLAYER-COUNT
073500     IF WS-UNAWARDED-TOTAL > 0
073600         MOVE WS-BLANK-LINE TO PAYEE-REGISTER-LINE
073700         WRITE PAYEE-REGISTER-LINE
073800         MOVE "MORE PAID PLACES THAN RANKED PLAYERS - UNPAID"
073900                 TO NT-TEXT
074000         MOVE WS-NOTE-LINE TO PAYEE-REGISTER-LINE
074100         WRITE PAYEE-REGISTER-LINE
074200     END-IF
074300     PERFORM 6300-WRITE-PROOF.
074400*----------------------------------------------------------------
074500* 6100-WRITE-ONE-PLACE
074600*----------------------------------------------------------------
074700 6100-WRITE-ONE-PLACE.
074800     MOVE WS-PLACE-SUB TO SL-PLACE
074900     IF WS-PL-BASIS (WS-PLACE-SUB) = "P"
075000         MOVE "PERCENTAGE" TO SL-BASIS
075100         MOVE WS-PL-PERCENT (WS-PLACE-SUB) TO SL-PERCENT
075200     ELSE
075300         MOVE "FIXED" TO SL-BASIS
075400         MOVE SPACES TO SL-PERCENT-X
075500     END-IF
075600     MOVE WS-PL-AMOUNT (WS-PLACE-SUB) TO SL-AMOUNT
075700     MOVE WS-SCHEDULE-LINE TO PAYEE-REGISTER-LINE
075800     WRITE PAYEE-REGISTER-LINE.
075900*----------------------------------------------------------------
076000* 6200-WRITE-ONE-PAYEE  --  a tied place is marked T, with the
076100*     number of players sharing it.
076200*----------------------------------------------------------------
076300 6200-WRITE-ONE-PAYEE.
076400     IF WS-RK-PRIZE (WS-LIST-IDX) > 0
076500         MOVE WS-RK-PLACE (WS-LIST-IDX) TO DL-PLACE
076600         MOVE WS-RK-PLAYER-ID (WS-LIST-IDX) TO DL-PLAYER-ID
076700         MOVE WS-RK-GAMES (WS-LIST-IDX) TO DL-GAMES
076800         MOVE WS-RK-AVERAGE (WS-LIST-IDX) TO DL-AVERAGE
076900         MOVE WS-RK-BEST (WS-LIST-IDX) TO DL-BEST
077000         IF WS-RK-TIED (WS-LIST-IDX) > 1
077100             MOVE "T" TO DL-TIE-MARK
077200             MOVE WS-RK-TIED (WS-LIST-IDX) TO DL-TIED
077300         ELSE
077400             MOVE SPACE TO DL-TIE-MARK
077500             MOVE SPACES TO DL-TIED-X
077600         END-IF
077700         MOVE WS-RK-PRIZE (WS-LIST-IDX) TO DL-PRIZE
077800         MOVE WS-PAYEE-LINE TO PAYEE-REGISTER-LINE
077900         WRITE PAYEE-REGISTER-LINE
078000     END-IF.
078100*----------------------------------------------------------------
078200* 6300-WRITE-PROOF
078300*----------------------------------------------------------------
078400 6300-WRITE-PROOF.
078500     MOVE WS-BLANK-LINE TO PAYEE-REGISTER-LINE
078600     WRITE PAYEE-REGISTER-LINE
078700     MOVE "RANKED PLAYERS" TO CT-LABEL
078800     MOVE WS-PLAYER-COUNT TO CT-VALUE
078900     MOVE WS-COUNT-LINE TO PAYEE-REGISTER-LINE
079000     WRITE PAYEE-REGISTER-LINE
079100     MOVE "NOT RANKED - NO SCORECARDS" TO CT-LABEL
079200     MOVE WS-UNRANKED-COUNT TO CT-VALUE
079300     MOVE WS-COUNT-LINE TO PAYEE-REGISTER-LINE
079400     WRITE PAYEE-REGISTER-LINE
079500     MOVE "PAYEES" TO CT-LABEL
079600     MOVE WS-PAYEE-COUNT TO CT-VALUE
079700     MOVE WS-COUNT-LINE TO PAYEE-REGISTER-LINE
079800     WRITE PAYEE-REGISTER-LINE
079900     MOVE "PURSE" TO ML-LABEL
080000     MOVE WS-PURSE TO ML-AMOUNT
080100     MOVE WS-MONEY-LINE TO PAYEE-REGISTER-LINE
080200     WRITE PAYEE-REGISTER-LINE
080300     MOVE "JOURNAL DEBITS  (PRIZE FUND)" TO ML-LABEL
080400     MOVE WS-DEBIT-TOTAL TO ML-AMOUNT
080500     MOVE WS-MONEY-LINE TO PAYEE-REGISTER-LINE
080600     WRITE PAYEE-REGISTER-LINE
080700     MOVE "JOURNAL CREDITS (PAYABLE)" TO ML-LABEL
080800     MOVE WS-CREDIT-TOTAL TO ML-AMOUNT
080900     MOVE WS-MONEY-LINE TO PAYEE-REGISTER-LINE
081000     WRITE PAYEE-REGISTER-LINE
081100     MOVE "PRIZE MONEY WITH NO PAYEE" TO ML-LABEL
081200     MOVE WS-UNAWARDED-TOTAL TO ML-AMOUNT
081300     MOVE WS-MONEY-LINE TO PAYEE-REGISTER-LINE
081400     WRITE PAYEE-REGISTER-LINE
081500     MOVE WS-BLANK-LINE TO PAYEE-REGISTER-LINE
081600     WRITE PAYEE-REGISTER-LINE
081700     IF JOURNAL-IS-IN-BALANCE
081800         MOVE "PAYEE CREDITS TIE TO THE PURSE - RELEASED"
081900                 TO VD-TEXT
082000     ELSE
082100         MOVE "** OUT OF BALANCE - GLPAYJNL HELD, DO NOT POST **"
082200                 TO VD-TEXT
082300         MOVE 8 TO RETURN-CODE
082400     END-IF
082500     MOVE WS-VERDICT-LINE TO PAYEE-REGISTER-LINE
082600     WRITE PAYEE-REGISTER-LINE
082700     DISPLAY "YPAYOUT: " VD-TEXT.
082800*----------------------------------------------------------------
082900* 7000-RELEASE-JOURNAL  --  the purse debit first, then a credit
083000*     per payee in place order, every line dated the pay date.
083100*----------------------------------------------------------------
083200 7000-RELEASE-JOURNAL.
083300     MOVE WS-PAY-DATE TO GP-POSTING-DATE
083400     MOVE WS-FUND-ACCOUNT TO GP-ACCOUNT-CODE
083500     MOVE "D" TO GP-DEBIT-CREDIT
083600     MOVE WS-DEBIT-TOTAL TO GP-AMOUNT
083700     MOVE WS-SEASON TO GP-SEASON
083800     MOVE SPACES TO GP-PLAYER-ID
083900     MOVE 0 TO GP-PLACE
084000     WRITE GL-PAYOUT-RECORD
084100     ADD 1 TO WS-WRITE-COUNT
084200     PERFORM 7100-WRITE-ONE-CREDIT
084300         VARYING WS-LIST-IDX FROM 1 BY 1
084400         UNTIL WS-LIST-IDX > WS-PLAYER-COUNT.
084500*----------------------------------------------------------------
084600* 7100-WRITE-ONE-CREDIT
084700*----------------------------------------------------------------
084800 7100-WRITE-ONE-CREDIT.
084900     IF WS-RK-PRIZE (WS-LIST-IDX) > 0
085000         MOVE WS-PAY-DATE TO GP-POSTING-DATE
085100         MOVE WS-PAYABLE-ACCOUNT TO GP-ACCOUNT-CODE
085200         MOVE "C" TO GP-DEBIT-CREDIT
085300         MOVE WS-RK-PRIZE (WS-LIST-IDX) TO GP-AMOUNT
085400         MOVE WS-SEASON TO GP-SEASON
085500         MOVE WS-RK-PLAYER-ID (WS-LIST-IDX) TO GP-PLAYER-ID
085600         MOVE WS-RK-PLACE (WS-LIST-IDX) TO GP-PLACE
085700         WRITE GL-PAYOUT-RECORD
085800         ADD 1 TO WS-WRITE-COUNT
085900     END-IF.
086000*----------------------------------------------------------------
086100* 9000-TERMINATE
086200*----------------------------------------------------------------
086300 9000-TERMINATE.
086400     CLOSE PAYEE-REGISTER
086500     CLOSE PAYOUT-JOURNAL
086600     DISPLAY "YPAYOUT: " WS-PAYEE-COUNT " PAYEES, "
086700             WS-WRITE-COUNT " JOURNAL LINES WRITTEN"
087100     MOVE "E" TO WS-RUN-ENTRY-TYPE
087200     MOVE WS-WRITE-COUNT TO WS-RUN-RECORD-COUNT
087300     MOVE RETURN-CODE TO WS-RUN-RETURN-CODE
087400     CALL "YRUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-ID
087500             WS-RUN-ENTRY-TYPE WS-RUN-RECORD-COUNT
087600             WS-RUN-RETURN-CODE.
