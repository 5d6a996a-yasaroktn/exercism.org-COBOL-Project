002900* amount.  In business-day mode the CALENDAR file must hold
003000* exactly the requested year; anything else ends the run with
003010* RETURN-CODE 16 before a single line is written.
003020*
003030* Every line is also stamped with its fiscal year and period off
003040* the CALGEN calendar (see CALREC), so the feed can be summarised
003050* by fiscal period as well as by calendar month.  Business-day
003060* mode has the calendar loaded already; straight-line mode loads
003070* it when the file is there, and it must then hold exactly the
003080* requested year the same way.  With no CALENDAR file, or one
003090* built without a fiscal start, the fiscal fields are zero.
003100*
003200* The run parameters come off a multi-card parameter file
003300* (GLPARM), one expense account per card, so finance's dozen
004640*                    absorbed per account.
004650*   2026-09-02  TSG  Start and end entries on the RUNCTL run
004660*                    registry through YRUNLOG.
004670*   2026-10-15  TSG  Fiscal year and period off the CALGEN
004680*                    fiscal calendar stamped on every line.
004685*   2026-10-15  TSG  Checked against its JOBDEP predecessors
004690*                    through YRUNGATE at startup; ends with
004695*                    RETURN-CODE 20 when held.
004696*   2026-10-15  TSG  Straight-line mode passes over a CALENDAR
004697*                    for another year, or not a whole year, and
004698*                    a calendar with no fiscal columns.
004700*=================================================================
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
008000     88  WS-YEAR-IS-LEAP                VALUE 1.
008100 01  WS-DAYS-IN-YEAR             PIC 9(03).
008200 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
008220 01  WS-GATE-RESULT              PIC X(01).
008240     88  RUN-IS-HELD                    VALUE "H".
008300 01  WS-ANNUAL-AMOUNT            PIC 9(09)V99.
008400 01  WS-DAILY-AMOUNT             PIC S9(09)V99.
008500 01  WS-PLANNED-TOTAL            PIC S9(09)V99.
009800 01  WS-CAL-LOAD-COUNT           PIC 9(03) VALUE 0.
009900 01  WS-BUSINESS-DAY-COUNT       PIC 9(03) VALUE 0.
010000 01  WS-LAST-BUSINESS-DAY        PIC 9(03) VALUE 0.
010020 01  WS-FISCAL-DAY-COUNT         PIC 9(03) VALUE 0.
010040 01  WS-CAL-LOADED-FLAG          PIC X(01) VALUE "N".
010060     88  CALENDAR-WAS-LOADED            VALUE "Y".
010065 01  WS-CAL-CHECK-COUNT          PIC 9(03) VALUE 0.
010070 01  WS-CAL-FOUND-YEAR           PIC 9(04) VALUE 0.
010075 01  WS-CAL-YEAR-FLAG            PIC X(01) VALUE "Y".
010080     88  CALENDAR-IS-FOR-THE-YEAR       VALUE "Y".
010100 01  WS-CALENDAR-TABLE.
010200     05  WS-CAL-ENTRY OCCURS 366 TIMES
010300                         INDEXED BY WS-CAL-IDX.
010500         10  WS-CAL-TAB-DAY      PIC 9(02).
010600         10  WS-CAL-TAB-TYPE     PIC X(01).
010700             88  CAL-TAB-IS-BUSINESS-DAY VALUE "B".
010720         10  WS-CAL-TAB-FISCAL-YEAR    PIC 9(04).
010740         10  WS-CAL-TAB-FISCAL-PERIOD  PIC 9(02).
010800*----------------------------------------------------------------
010900* Days-per-month table for deriving the posting date in
011000* straight-line mode, February patched to 29 when
013300     PERFORM 1000-INITIALIZE
013400     IF BUSINESS-DAY-MODE
013500         PERFORM 1500-LOAD-CALENDAR
013520     ELSE
013540         PERFORM 1550-LOAD-CALENDAR-IF-PRESENT
013600     END-IF
013700     PERFORM 1800-WRITE-ONE-ACCOUNT
013800         VARYING WS-ACCT-IDX FROM 1 BY 1
014400* 1000-INITIALIZE
014500*----------------------------------------------------------------
014600 1000-INITIALIZE.
014610     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
014620     IF RUN-IS-HELD
014630         DISPLAY "GLFISCAL: HELD - PREDECESSOR NOT CLEAN"
014640         MOVE 20 TO RETURN-CODE
014650         STOP RUN
014660     END-IF
014700     PERFORM 1100-LOAD-PARAMETER-CARDS
014800     OPEN OUTPUT ACCRUAL-FILE
014900     ACCEPT WS-RUN-ID FROM TIME
021800* 1500-LOAD-CALENDAR  --  the whole CALENDAR file is loaded and
021900*     proved against the requested year before any accrual line
022000*     is written: every date must carry WS-YEAR, the file must
022050*     hold exactly the year's day count, and in business-day
022100*     mode at least one business day must exist to spread the
022150*     amount over.  Each day's fiscal year and period are kept
022200*     for the accrual lines.
022300*----------------------------------------------------------------
022400 1500-LOAD-CALENDAR.
022500     OPEN INPUT CALENDAR-FILE
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF
024020     MOVE "Y" TO WS-CAL-LOADED-FLAG
024040     IF WS-FISCAL-DAY-COUNT = 0
024060         DISPLAY "GLFISCAL: CALENDAR CARRIES NO FISCAL PERIODS"
024080     END-IF
024100     IF BUSINESS-DAY-MODE AND WS-BUSINESS-DAY-COUNT = 0
024200         DISPLAY "GLFISCAL: CALENDAR HAS NO BUSINESS DAYS"
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
027300     MOVE CAL-MONTH TO WS-CAL-TAB-MONTH (WS-CAL-IDX)
027400     MOVE CAL-DAY TO WS-CAL-TAB-DAY (WS-CAL-IDX)
027500     MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (WS-CAL-IDX)
027505     IF CAL-FISCAL-YEAR NUMERIC
027510         MOVE CAL-FISCAL-YEAR
027515                 TO WS-CAL-TAB-FISCAL-YEAR (WS-CAL-IDX)
027520     ELSE
027525         MOVE 0 TO WS-CAL-TAB-FISCAL-YEAR (WS-CAL-IDX)
027530     END-IF
027535     IF CAL-FISCAL-PERIOD NUMERIC
027540         MOVE CAL-FISCAL-PERIOD
027545                 TO WS-CAL-TAB-FISCAL-PERIOD (WS-CAL-IDX)
027550     ELSE
027555         MOVE 0 TO WS-CAL-TAB-FISCAL-PERIOD (WS-CAL-IDX)
027560     END-IF
027565     IF WS-CAL-TAB-FISCAL-PERIOD (WS-CAL-IDX) > 0
027570         ADD 1 TO WS-FISCAL-DAY-COUNT
027575     END-IF
027600     IF CAL-IS-BUSINESS-DAY
027700         ADD 1 TO WS-BUSINESS-DAY-COUNT
027800         MOVE WS-CAL-LOAD-COUNT TO WS-LAST-BUSINESS-DAY
027900     END-IF.
027902*----------------------------------------------------------------
027903* 1550-LOAD-CALENDAR-IF-PRESENT  --  straight-line mode does not
027904*     need the calendar to split the amount, but takes the
027905*     fiscal periods off it when CALGEN has built one for the
027906*     year.  The file is proved first: with no CALENDAR file, or
027907*     one for another year - last year's, or next year's built
027908*     early - or one that is not a whole year, the lines go out
027909*     with zero fiscal periods as before and the run goes on.
027910*----------------------------------------------------------------
027911 1550-LOAD-CALENDAR-IF-PRESENT.
027912     OPEN INPUT CALENDAR-FILE
027913     IF WS-CAL-STATUS NOT = "00"
027914         DISPLAY "GLFISCAL: NO CALENDAR - FISCAL PERIODS NOT "
027915                 "STAMPED"
027916     ELSE
027917         PERFORM 1560-CHECK-ONE-CALENDAR-DAY
027918             UNTIL END-OF-CALENDAR-FILE
027919         CLOSE CALENDAR-FILE
027920         MOVE "N" TO WS-CAL-EOF-SWITCH
027921         EVALUATE TRUE
027922             WHEN NOT CALENDAR-IS-FOR-THE-YEAR
027923                 DISPLAY "GLFISCAL: CALENDAR IS YEAR "
027924                         WS-CAL-FOUND-YEAR ", NOT " WS-YEAR
027925                         " - FISCAL PERIODS NOT STAMPED"
027926             WHEN WS-CAL-CHECK-COUNT NOT = WS-DAYS-IN-YEAR
027927                 DISPLAY "GLFISCAL: CALENDAR HOLDS "
027928                         WS-CAL-CHECK-COUNT " DAYS, EXPECTED "
027929                         WS-DAYS-IN-YEAR
027930                         " - FISCAL PERIODS NOT STAMPED"
027931             WHEN OTHER
027932                 PERFORM 1500-LOAD-CALENDAR
027933         END-EVALUATE
027934     END-IF.
027935*----------------------------------------------------------------
027936* 1560-CHECK-ONE-CALENDAR-DAY
027937*----------------------------------------------------------------
027938 1560-CHECK-ONE-CALENDAR-DAY.
027939     READ CALENDAR-FILE
027940         AT END
027941             MOVE "Y" TO WS-CAL-EOF-SWITCH
027942         NOT AT END
027943             IF WS-CAL-CHECK-COUNT < 999
027944                 ADD 1 TO WS-CAL-CHECK-COUNT
027945             END-IF
027946             IF CAL-YEAR NOT = WS-YEAR
027947                     AND CALENDAR-IS-FOR-THE-YEAR
027948                 MOVE "N" TO WS-CAL-YEAR-FLAG
027949                 MOVE CAL-YEAR TO WS-CAL-FOUND-YEAR
027950             END-IF
027951     END-READ.
028000*----------------------------------------------------------------
028100* 1600-COMPUTE-DAILY-AMOUNT  --  the even split is over all the
028200*     days of the year or only its business days, depending on
030800     MOVE WS-YEAR TO GL-YEAR
030850     MOVE WS-CURRENT-ACCOUNT TO GL-ACCOUNT-CODE
030900     MOVE WS-DAY-NUMBER TO GL-DAY-NUMBER
030905     IF CALENDAR-WAS-LOADED
030910         SET WS-CAL-IDX TO WS-DAY-NUMBER
030915         MOVE WS-CAL-TAB-FISCAL-YEAR (WS-CAL-IDX)
030920                 TO GL-FISCAL-YEAR
030925         MOVE WS-CAL-TAB-FISCAL-PERIOD (WS-CAL-IDX)
030930                 TO GL-FISCAL-PERIOD
030935     ELSE
030940         MOVE 0 TO GL-FISCAL-YEAR
030945         MOVE 0 TO GL-FISCAL-PERIOD
030950     END-IF
031000     IF BUSINESS-DAY-MODE
031100         SET WS-CAL-IDX TO WS-DAY-NUMBER
031200         MOVE WS-CAL-TAB-MONTH (WS-CAL-IDX) TO GL-MONTH
