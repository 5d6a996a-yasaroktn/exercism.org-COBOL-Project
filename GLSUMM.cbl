002600* account holding fewer or more days than the year has - a
002700* truncated feed would otherwise tie out in balance by
002800* construction - ends with RETURN-CODE 16.
002805*
002810* An F in column 1 of the optional GLSUMPRM card summarises by
002815* fiscal period instead: a line per fiscal year and period the
002820* calendar year touches (a January can still belong to last
002825* fiscal year's period 12), off the periods GLFISCAL stamped
002830* from the CALGEN fiscal calendar.  The same per-account and
002835* grand ties prove the periods against each annual amount.  A
002840* line stamped with no fiscal period, or periods running
002845* backwards, ends the run with RETURN-CODE 16.  M, a blank card
002850* or no card keeps the calendar-month summary.
002900*
003000* MODIFICATION HISTORY
003100*   2026-08-22  TSG  Initial version.
003120*                    GL-ACCOUNT-CODE with a grand-total tie
003130*                    across accounts, matching the multi-
003140*                    account feed.
003150*   2026-10-15  TSG  Summary by fiscal period off the GLSUMPRM
003160*                    card, tied out the same way.
003200*=================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003900     SELECT SUMMARY-REPORT ASSIGN TO "GLSUMRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004120     SELECT PARAMETER-FILE ASSIGN TO "GLSUMPRM"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS WS-PARM-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCRUAL-FILE.
004500 COPY GLACCRL.
004600 FD  SUMMARY-REPORT.
004700 01  SUMMARY-REPORT-LINE         PIC X(80).
004720 FD  PARAMETER-FILE.
004740 01  PARAMETER-CARD.
004760     05  PARM-BASIS              PIC X(01).
004780     05  FILLER                  PIC X(79).
004800 WORKING-STORAGE SECTION.
004900 01  WS-ACCRUAL-STATUS           PIC X(02).
005000 01  WS-REPORT-STATUS            PIC X(02).
006440 01  WS-FOUND-SUB                PIC 9(02) COMP.
006450 01  WS-SLOT-FLAG                PIC X(01).
006460     88  ACCOUNT-SLOT-WAS-FOUND         VALUE "Y".
006462 01  WS-PARM-STATUS              PIC X(02).
006464 01  WS-SUMMARY-BASIS            PIC X(01) VALUE "M".
006466     88  CALENDAR-MONTH-BASIS           VALUE "M".
006468     88  FISCAL-PERIOD-BASIS            VALUE "F".
006470 01  WS-BUCKET-SUB               PIC 9(02) COMP.
006472 01  WS-BUCKET-KEY               PIC 9(06).
006474 01  WS-BUCKET-KEY-PARTS REDEFINES WS-BUCKET-KEY.
006476     05  WS-BK-YEAR              PIC 9(04).
006478     05  WS-BK-PERIOD            PIC 9(02).
006500*----------------------------------------------------------------
006600* Days-per-month table, February patched to 29 when
006700* WS-YEAR-IS-LEAP - the same table CALGEN and GLFISCAL keep -
010500                                 INDEXED BY WS-MN-IDX.
010600*----------------------------------------------------------------
010700* Period accumulators, one slot per account as the feed first
010710* mentions it, each with its own periods - the twelve calendar
010720* months, or in fiscal-period mode the fiscal periods the year
010730* touches, keyed by fiscal year and period, in the order the
010740* feed reaches them - its own day count and its own closing
010750* cumulative.  A calendar year touches at most 14 fiscal
010760* periods.  50 slots matches the account table the feed is
010770* built from.
010830*----------------------------------------------------------------
010840 01  WS-ACCOUNT-COUNT            PIC 9(02) COMP VALUE 0.
010900 01  WS-ACCOUNT-TABLE.
011010         10  WS-ACCT-CODE        PIC X(08).
011020         10  WS-ACCT-DAYS-READ   PIC 9(06).
011030         10  WS-ACCT-ANNUAL      PIC S9(09)V99.
011040         10  WS-ACCT-BUCKET-COUNT PIC 9(02).
011100         10  WS-ACCT-PERIOD OCCURS 15 TIMES.
011150             15  WS-PER-KEY          PIC 9(06).
011200             15  WS-PER-DAYS         PIC 9(03).
011300             15  WS-PER-TOTAL        PIC S9(09)V99.
011400             15  WS-PER-YTD          PIC S9(09)V99.
012330     05  AC-CODE                 PIC X(08).
012340     05  FILLER PIC X(64) VALUE SPACES.
012400 01  WS-COLUMN-LINE.
012500     05  CL-PERIOD-TITLE PIC X(11) VALUE "MONTH".
012600     05  FILLER PIC X(06) VALUE "DAYS".
012700     05  FILLER PIC X(18) VALUE "PERIOD ACCRUAL".
012800     05  FILLER PIC X(45) VALUE "YEAR-TO-DATE".
014500     05  FILLER                  PIC X(09) VALUE "TIE-OUT:".
014600     05  VD-TEXT                 PIC X(71).
014700 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
014710 01  WS-PERIOD-LABEL.
014720     05  PL-YEAR                 PIC 9(04).
014730     05  FILLER                  PIC X(02) VALUE " P".
014740     05  PL-PERIOD               PIC 9(02).
014750     05  FILLER                  PIC X(01) VALUE SPACES.
014800 PROCEDURE DIVISION.
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE
015900*     so February's span is right.
016000*----------------------------------------------------------------
016100 1000-INITIALIZE.
016150     PERFORM 1200-READ-BASIS-CARD
016200     OPEN INPUT ACCRUAL-FILE
016300     IF WS-ACCRUAL-STATUS NOT = "00"
016400         DISPLAY "GLSUMM: CANNOT OPEN GLFISCAL, STATUS "
019900             WS-MONTH-END (WS-MONTH-IDX - 1) +
020000             WS-MONTH-DAYS (WS-MONTH-IDX)
020100     END-PERFORM.
020102*----------------------------------------------------------------
020104* 1200-READ-BASIS-CARD  --  F in column 1 of GLSUMPRM summarises
020106*     by fiscal period off the periods GLFISCAL stamped from the
020108*     CALGEN fiscal calendar; M, a blank card or no GLSUMPRM at
020110*     all is the calendar-month summary this report has always
020112*     given.  Anything else ends the run with RETURN-CODE 16.
020114*----------------------------------------------------------------
020116 1200-READ-BASIS-CARD.
020118     MOVE "M" TO WS-SUMMARY-BASIS
020120     OPEN INPUT PARAMETER-FILE
020122     IF WS-PARM-STATUS = "00"
020124         READ PARAMETER-FILE
020126             AT END
020128                 MOVE SPACES TO PARM-BASIS
020130         END-READ
020132         IF PARM-BASIS NOT = SPACES
020134             MOVE PARM-BASIS TO WS-SUMMARY-BASIS
020136         END-IF
020138         CLOSE PARAMETER-FILE
020140     END-IF
020142     IF NOT CALENDAR-MONTH-BASIS AND NOT FISCAL-PERIOD-BASIS
020144         DISPLAY "GLSUMM: BAD SUMMARY BASIS <" WS-SUMMARY-BASIS
020146                 "> ON GLSUMPRM"
020148         MOVE 16 TO RETURN-CODE
020150         STOP RUN
020152     END-IF
020154     IF FISCAL-PERIOD-BASIS
020156         MOVE "PERIOD" TO CL-PERIOD-TITLE
020158         DISPLAY "GLSUMM: SUMMARY BY FISCAL PERIOD"
020160     END-IF.
020200*----------------------------------------------------------------
020300* 2000-PROCESS-ACCRUAL-DAY  --  fold one daily line into its
020400*     account's slot for its month; the closing cumulative of
022100     END-IF
022150     PERFORM 2300-FIND-ACCOUNT-SLOT
022200     ADD 1 TO WS-ACCT-DAYS-READ (WS-FOUND-SUB)
022205     IF FISCAL-PERIOD-BASIS
022210         PERFORM 2050-FIND-FISCAL-BUCKET
022215     ELSE
022220         MOVE WS-DERIVED-MONTH TO WS-BUCKET-SUB
022225     END-IF
022300     ADD 1 TO WS-PER-DAYS (WS-FOUND-SUB, WS-BUCKET-SUB)
022400     ADD GL-DAILY-AMOUNT
022410             TO WS-PER-TOTAL (WS-FOUND-SUB, WS-BUCKET-SUB)
022500     MOVE GL-CUMULATIVE-AMOUNT
022510             TO WS-PER-YTD (WS-FOUND-SUB, WS-BUCKET-SUB)
022600     MOVE GL-CUMULATIVE-AMOUNT
022610             TO WS-ACCT-ANNUAL (WS-FOUND-SUB)
022700     PERFORM 2100-READ-ACCRUAL-DAY.
022702*----------------------------------------------------------------
022704* 2050-FIND-FISCAL-BUCKET  --  the account's slot for the line's
022706*     fiscal year and period.  The feed runs in date order, so a
022708*     line belongs either to the account's latest period or to
022710*     the next one, opened here.  A line with no fiscal period
022712*     means the calendar the feed was built from had no fiscal
022714*     start, and a period running backwards means a mis-built
022716*     feed; either fails the run.
022718*----------------------------------------------------------------
022720 2050-FIND-FISCAL-BUCKET.
022722     IF GL-FISCAL-PERIOD NOT NUMERIC OR GL-FISCAL-PERIOD = 0
022724         DISPLAY "GLSUMM: DAY " GL-DAY-NUMBER " OF ACCOUNT "
022726                 GL-ACCOUNT-CODE " CARRIES NO FISCAL PERIOD"
022728         MOVE 16 TO RETURN-CODE
022730         STOP RUN
022732     END-IF
022734     COMPUTE WS-BUCKET-KEY =
022736         (GL-FISCAL-YEAR * 100) + GL-FISCAL-PERIOD
022738     MOVE WS-ACCT-BUCKET-COUNT (WS-FOUND-SUB) TO WS-BUCKET-SUB
022740     IF WS-BUCKET-SUB = 0
022742         PERFORM 2060-OPEN-FISCAL-BUCKET
022744     ELSE
022746         IF WS-BUCKET-KEY <
022748                 WS-PER-KEY (WS-FOUND-SUB, WS-BUCKET-SUB)
022750             DISPLAY "GLSUMM: DAY " GL-DAY-NUMBER " OF ACCOUNT "
022752                     GL-ACCOUNT-CODE " GOES BACK TO PERIOD "
022754                     WS-BUCKET-KEY
022756             MOVE 16 TO RETURN-CODE
022758             STOP RUN
022760         END-IF
022762         IF WS-BUCKET-KEY >
022764                 WS-PER-KEY (WS-FOUND-SUB, WS-BUCKET-SUB)
022766             PERFORM 2060-OPEN-FISCAL-BUCKET
022768         END-IF
022770     END-IF.
022772*----------------------------------------------------------------
022774* 2060-OPEN-FISCAL-BUCKET
022776*----------------------------------------------------------------
022778 2060-OPEN-FISCAL-BUCKET.
022780     IF WS-BUCKET-SUB >= 15
022782         DISPLAY "GLSUMM: ACCOUNT " GL-ACCOUNT-CODE
022784                 " SPANS MORE THAN 15 FISCAL PERIODS"
022786         MOVE 16 TO RETURN-CODE
022788         STOP RUN
022790     END-IF
022792     ADD 1 TO WS-BUCKET-SUB
022794     MOVE WS-BUCKET-SUB TO WS-ACCT-BUCKET-COUNT (WS-FOUND-SUB)
022796     MOVE WS-BUCKET-KEY
022798             TO WS-PER-KEY (WS-FOUND-SUB, WS-BUCKET-SUB).
022800*----------------------------------------------------------------
022900* 2100-READ-ACCRUAL-DAY
023000*----------------------------------------------------------------
025566     MOVE 0 TO WS-ACCT-DAYS-READ (WS-FOUND-SUB)
025567     MOVE 0 TO WS-ACCT-ANNUAL (WS-FOUND-SUB)
025568     PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
025569             UNTIL WS-MONTH-IDX > 15
025570         MOVE 0 TO WS-PER-DAYS (WS-FOUND-SUB, WS-MONTH-IDX)
025571         MOVE 0 TO WS-PER-TOTAL (WS-FOUND-SUB, WS-MONTH-IDX)
025572         MOVE 0 TO WS-PER-YTD (WS-FOUND-SUB, WS-MONTH-IDX)
025574     END-PERFORM
025576     IF FISCAL-PERIOD-BASIS
025578         MOVE 0 TO WS-ACCT-BUCKET-COUNT (WS-FOUND-SUB)
025580     ELSE
025582         MOVE 12 TO WS-ACCT-BUCKET-COUNT (WS-FOUND-SUB)
025584     END-IF.
025600*----------------------------------------------------------------
025700* 3000-PROVE-FEED-COVERAGE  --  a feed truncated at the tail
025800*     would tie out in balance by construction, since each
031638     WRITE SUMMARY-REPORT-LINE
031639     MOVE 0 TO WS-PERIOD-SUM
031640     PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
031641             UNTIL WS-LIST-IDX >
031642                 WS-ACCT-BUCKET-COUNT (WS-ACCT-SUB)
031643         IF FISCAL-PERIOD-BASIS
031644             MOVE WS-PER-KEY (WS-ACCT-SUB, WS-LIST-IDX)
031645                     TO WS-BUCKET-KEY
031646             MOVE WS-BK-YEAR TO PL-YEAR
031647             MOVE WS-BK-PERIOD TO PL-PERIOD
031648             MOVE WS-PERIOD-LABEL TO DL-MONTH-NAME
031649         ELSE
031650             SET WS-MN-IDX TO WS-LIST-IDX
031651             MOVE WS-MONTH-NAME (WS-MN-IDX) TO DL-MONTH-NAME
031652         END-IF
031653         MOVE WS-PER-DAYS (WS-ACCT-SUB, WS-LIST-IDX)
031654                 TO DL-DAYS
031655         MOVE WS-PER-TOTAL (WS-ACCT-SUB, WS-LIST-IDX)
031656                 TO DL-PERIOD
031657         MOVE WS-PER-YTD (WS-ACCT-SUB, WS-LIST-IDX)
031658                 TO DL-YTD
031659         ADD WS-PER-TOTAL (WS-ACCT-SUB, WS-LIST-IDX)
031660                 TO WS-PERIOD-SUM
031661         MOVE WS-DETAIL-LINE TO SUMMARY-REPORT-LINE
031662         WRITE SUMMARY-REPORT-LINE
031663     END-PERFORM
031664     MOVE WS-ACCT-ANNUAL (WS-ACCT-SUB) TO WS-ANNUAL-AMOUNT
031665     MOVE "PERIODS TOTAL VS ANNUAL " TO TO-LABEL
031666     MOVE WS-PERIOD-SUM TO TO-SUM
031667     MOVE WS-ANNUAL-AMOUNT TO TO-ANNUAL
031668     MOVE WS-TIE-OUT-LINE TO SUMMARY-REPORT-LINE
031669     WRITE SUMMARY-REPORT-LINE
031670     IF WS-PERIOD-SUM NOT = WS-ANNUAL-AMOUNT
031671         DISPLAY "GLSUMM: ACCOUNT " WS-ACCT-CODE (WS-ACCT-SUB)
031672                 " OUT OF BALANCE"
031673         MOVE "N" TO WS-BALANCE-SWITCH
031674     END-IF
031675     ADD WS-PERIOD-SUM TO WS-GRAND-PERIOD-SUM
031676     ADD WS-ANNUAL-AMOUNT TO WS-GRAND-ANNUAL.
031700*----------------------------------------------------------------
031800* 9000-TERMINATE
031900*----------------------------------------------------------------
