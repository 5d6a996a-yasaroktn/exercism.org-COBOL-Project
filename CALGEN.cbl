002093* opened, so a bad rule file leaves the calendar already on
002094* file intact and the overnight schedule can run this job with
002095* no operator at the console.
002100*
002105* Columns 5-12 of the card may carry a fiscal-year start date
002110* (CCYYMMDD) and columns 13-17 the period pattern, 4-4-5, 4-5-4
002115* or 5-4-4; every day is then also stamped with its fiscal year,
002120* period and week (see CALREC).  A fiscal year is whole weeks:
002125* it closes on the last, in its closing month, of the weekday
002130* before its start day, so it runs 52 weeks, or 53 whenever that
002135* weekday's last date in the month drifts a week later - every
002140* five or six years.  Each 13-week quarter is cut into periods
002145* by the pattern, and a 53rd week falls into period 12.  Days of
002150* the target year before the card's start, or past the end of
002155* its fiscal year, are placed by stepping the same rule a year
002160* at a time, so any one fiscal start anchors every year and the
002165* card need not be re-keyed each year.  A fiscal year is named
002170* for the calendar year holding most of it.  A start date that
002175* is not a date or does not follow a month's last week, or a
002180* bad pattern, ends the run with RETURN-CODE 16 the same way; a
002185* card with no fiscal start builds the calendar as before, with
002190* zero fiscal fields.
002200*
002300* MODIFICATION HISTORY
002400*   2026-08-09  TSG  Initial version.
002640*                    three hardwired dates.
002650*   2026-09-02  TSG  Start and end entries on the RUNCTL run
002660*                    registry through YRUNLOG.
002670*   2026-10-15  TSG  Retail fiscal calendar: fiscal year, period
002680*                    and week stamped on every day from a fiscal
002690*                    start and period pattern on CALPARM.
002692*   2026-10-15  TSG  Checked against its JOBDEP predecessors
002694*                    through YRUNGATE at startup; ends with
002696*                    RETURN-CODE 20 when held.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004100 FD  PARAMETER-FILE.
004200 01  PARAMETER-CARD.
004300     05  PARM-YEAR               PIC X(04).
004310     05  PARM-FISCAL-START       PIC X(08).
004320     05  PARM-PATTERN            PIC X(05).
004400     05  FILLER                  PIC X(63).
004410 FD  HOLIDAY-FILE.
004420 COPY HOLREC.
004500 WORKING-STORAGE SECTION.
005330 01  WS-RUN-ENTRY-TYPE           PIC X(01).
005340 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
005350 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
005360 01  WS-GATE-RESULT              PIC X(01).
005380     88  RUN-IS-HELD                    VALUE "H".
005400*----------------------------------------------------------------
005500* Days-per-month table, loaded once, February patched to 29
005600* when WS-YEAR-IS-LEAP.
011400 01  WS-Z-CENT-DIV4              PIC 9(02).
011500 01  WS-Z-H                      PIC 9(02).
011600 01  WS-DOW-IDX                  PIC 9(01) COMP.
011602*----------------------------------------------------------------
011604* Fiscal calendar working fields.  Dates are worked as serial
011606* day counts so a fiscal year's 364 or 371 days can be stepped
011608* across month and year ends by plain arithmetic.  The current
011610* fiscal year runs from WS-FY-START-SERIAL up to the day before
011612* WS-FY-NEXT-SERIAL, and closes in WS-FY-END-MONTH of
011614* WS-FY-END-YEAR on the last day of WS-FY-END-WEEKDAY.
011616*----------------------------------------------------------------
011618 01  WS-FISCAL-SWITCH            PIC X(01) VALUE "N".
011620     88  FISCAL-CALENDAR-WANTED         VALUE "Y".
011622 01  WS-FISCAL-START             PIC 9(08).
011624 01  WS-FISCAL-START-PARTS REDEFINES WS-FISCAL-START.
011626     05  WS-FS-YEAR              PIC 9(04).
011628     05  WS-FS-MONTH             PIC 9(02).
011630     05  WS-FS-DAY               PIC 9(02).
011632 01  WS-PATTERN                  PIC X(05).
011634 01  WS-PERIOD-WEEKS-LIST.
011636     05  WS-PERIOD-WEEKS         PIC 9(01) OCCURS 3 TIMES.
011638 01  WS-DAY-SERIAL               PIC 9(07) VALUE 0.
011640 01  WS-FY-START-SERIAL          PIC 9(07).
011642 01  WS-FY-NEXT-SERIAL           PIC 9(07).
011644 01  WS-FY-END-MONTH             PIC 9(02).
011646 01  WS-FY-END-YEAR              PIC 9(04).
011648 01  WS-FY-END-WEEKDAY           PIC 9(01).
011650 01  WS-FY-NAME                  PIC 9(04).
011652 01  WS-FY-WEEKS                 PIC 9(02).
011654 01  WS-FY-WEEK                  PIC 9(02).
011656 01  WS-FY-PERIOD                PIC 9(02).
011658 01  WS-FY-QUARTER               PIC 9(01).
011660 01  WS-FY-WEEK-OF-QTR           PIC 9(02).
011662 01  WS-FY-WORK                  PIC 9(07).
011664 01  WS-FY-DAYS                  PIC 9(07).
011666 01  WS-SER-YEAR                 PIC 9(04).
011668 01  WS-SER-MONTH                PIC 9(02).
011670 01  WS-SER-DAY                  PIC 9(02).
011672 01  WS-SER-Y                    PIC 9(04).
011674 01  WS-SER-M                    PIC 9(02).
011676 01  WS-SER-Q4                   PIC 9(04).
011678 01  WS-SER-Q100                 PIC 9(04).
011680 01  WS-SER-Q400                 PIC 9(04).
011682 01  WS-SER-MTERM                PIC 9(04).
011684 01  WS-SERIAL                   PIC 9(07).
011686 01  WS-SER-LAST                 PIC 9(07).
011688 01  WS-SER-QUOT                 PIC 9(07).
011690 01  WS-SER-WEEKDAY              PIC 9(01).
011692 01  WS-SER-OFFSET               PIC 9(01).
011700 PROCEDURE DIVISION.
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE
012640*     with last year's calendar still intact on the file.
012700*----------------------------------------------------------------
012800 1000-INITIALIZE.
012810     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
012820     IF RUN-IS-HELD
012830         DISPLAY "CALGEN: HELD - PREDECESSOR NOT CLEAN"
012840         MOVE 20 TO RETURN-CODE
012850         STOP RUN
012860     END-IF
012900     PERFORM 1100-READ-PARAMETER-CARD
013100     ACCEPT WS-RUN-ID FROM TIME
013200     CALL "LEAP" USING WS-YEAR WS-LEAP-FLAG WS-RUN-ID
013400         MOVE 29 TO WS-MONTH-DAYS (2)
013500     END-IF
013510     PERFORM 1300-LOAD-HOLIDAYS
013511     IF FISCAL-CALENDAR-WANTED
013512         PERFORM 2400-FIND-FISCAL-YEAR
013513     END-IF
013515     OPEN OUTPUT CALENDAR-FILE
013520     MOVE "S" TO WS-RUN-ENTRY-TYPE
013530     MOVE 0 TO WS-RUN-RECORD-COUNT
016600         STOP RUN
016700     END-IF
016800     CLOSE PARAMETER-FILE
016802     IF PARM-FISCAL-START NOT = SPACES
016808         IF PARM-FISCAL-START NOT NUMERIC
016810             DISPLAY "CALGEN: BAD FISCAL START <"
016812                     PARM-FISCAL-START ">"
016814             MOVE 16 TO RETURN-CODE
016816             STOP RUN
016818         END-IF
016820         MOVE PARM-FISCAL-START TO WS-FISCAL-START
016822         IF WS-FS-YEAR < 1900 OR WS-FS-YEAR > 2199
016824                 OR WS-FS-MONTH < 1 OR WS-FS-MONTH > 12
016826                 OR WS-FS-DAY < 1
016828             DISPLAY "CALGEN: FISCAL START " WS-FISCAL-START
016830                     " IS NOT A DATE"
016832             MOVE 16 TO RETURN-CODE
016834             STOP RUN
016836         END-IF
016838         IF PARM-PATTERN NOT = "4-4-5" AND NOT = "4-5-4"
016840                 AND NOT = "5-4-4"
016842             DISPLAY "CALGEN: BAD PERIOD PATTERN <"
016844                     PARM-PATTERN ">"
016846             MOVE 16 TO RETURN-CODE
016848             STOP RUN
016850         END-IF
016852         MOVE PARM-PATTERN TO WS-PATTERN
016854         MOVE WS-PATTERN (1:1) TO WS-PERIOD-WEEKS (1)
016856         MOVE WS-PATTERN (3:1) TO WS-PERIOD-WEEKS (2)
016858         MOVE WS-PATTERN (5:1) TO WS-PERIOD-WEEKS (3)
016860         MOVE "Y" TO WS-FISCAL-SWITCH
016866     END-IF
016900     DISPLAY "CALGEN: TARGET YEAR " WS-YEAR " ACCEPTED".
016905*----------------------------------------------------------------
016910* 1300-LOAD-HOLIDAYS  --  resolve every HOLFILE rule against
018300     MOVE WS-YEAR TO CAL-YEAR
018400     MOVE WS-MONTH-IDX TO CAL-MONTH
018500     MOVE WS-DAY TO CAL-DAY
018520     PERFORM 2150-STAMP-FISCAL-DAY
018600     MOVE WS-DAY-NAME (WS-DOW-IDX) TO CAL-DAY-OF-WEEK-NAME
018700     IF WS-DAY-IS-HOLIDAY
018800         SET CAL-IS-HOLIDAY TO TRUE
019500     END-IF
019600     WRITE CALENDAR-RECORD
019650     ADD 1 TO WS-WRITE-COUNT.
019651*----------------------------------------------------------------
019652* 2150-STAMP-FISCAL-DAY  --  the day's fiscal year, week and
019653*     period.  Each 13-week quarter is cut into three periods by
019654*     the card's pattern; a 53rd week belongs to period 12.  A
019655*     calendar built without a fiscal start carries zeros.
019656*----------------------------------------------------------------
019657 2150-STAMP-FISCAL-DAY.
019658     IF NOT FISCAL-CALENDAR-WANTED
019659         MOVE 0 TO CAL-FISCAL-YEAR
019660         MOVE 0 TO CAL-FISCAL-PERIOD
019661         MOVE 0 TO CAL-FISCAL-WEEK
019662     ELSE
019663         ADD 1 TO WS-DAY-SERIAL
019664         IF WS-DAY-SERIAL = WS-FY-NEXT-SERIAL
019665             PERFORM 2430-STEP-ON-ONE-YEAR
019666             DISPLAY "CALGEN: FISCAL YEAR " WS-FY-NAME
019667                     " STARTS " CAL-DATE ", " WS-FY-WEEKS
019668                     " WEEKS"
019669         END-IF
019670         COMPUTE WS-FY-WEEK =
019671             ((WS-DAY-SERIAL - WS-FY-START-SERIAL) / 7) + 1
019672         IF WS-FY-WEEK > 52
019673             MOVE 12 TO WS-FY-PERIOD
019674         ELSE
019675             COMPUTE WS-FY-WORK = WS-FY-WEEK - 1
019676             DIVIDE WS-FY-WORK BY 13 GIVING WS-FY-QUARTER
019677                 REMAINDER WS-FY-WEEK-OF-QTR
019678             ADD 1 TO WS-FY-WEEK-OF-QTR
019679             COMPUTE WS-FY-PERIOD = WS-FY-QUARTER * 3
019680             EVALUATE TRUE
019681                 WHEN WS-FY-WEEK-OF-QTR <= WS-PERIOD-WEEKS (1)
019682                     ADD 1 TO WS-FY-PERIOD
019683                 WHEN WS-FY-WEEK-OF-QTR <=
019684                         WS-PERIOD-WEEKS (1) + WS-PERIOD-WEEKS (2)
019685                     ADD 2 TO WS-FY-PERIOD
019686                 WHEN OTHER
019687                     ADD 3 TO WS-FY-PERIOD
019688             END-EVALUATE
019689         END-IF
019690         MOVE WS-FY-NAME TO CAL-FISCAL-YEAR
019691         MOVE WS-FY-PERIOD TO CAL-FISCAL-PERIOD
019692         MOVE WS-FY-WEEK TO CAL-FISCAL-WEEK
019693     END-IF.
019700*----------------------------------------------------------------
019800* 2200-FIND-DAY-OF-WEEK  --  Zeller's congruence.  January and
019900*     February are treated as months 13 and 14 of the prior
022000     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
022100         REMAINDER WS-Z-H
022200     COMPUTE WS-DOW-IDX = WS-Z-H + 1.
022201*----------------------------------------------------------------
022202* 2210-DATE-TO-SERIAL  --  WS-SER-YEAR/MONTH/DAY as a running
022203*     day count, so fiscal weeks can be stepped across month
022204*     and year ends by plain subtraction.  The year is taken to
022205*     start in March, putting February's extra day at its end;
022206*     the count's remainder by 7 is a fixed weekday code.
022207*----------------------------------------------------------------
022208 2210-DATE-TO-SERIAL.
022209     IF WS-SER-MONTH < 3
022210         COMPUTE WS-SER-Y = WS-SER-YEAR - 1
022211         COMPUTE WS-SER-M = WS-SER-MONTH + 9
022212     ELSE
022213         MOVE WS-SER-YEAR TO WS-SER-Y
022214         COMPUTE WS-SER-M = WS-SER-MONTH - 3
022215     END-IF
022216     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q4
022217     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q100
022218     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q400
022219     COMPUTE WS-SER-MTERM = ((153 * WS-SER-M) + 2) / 5
022220     COMPUTE WS-SERIAL = (365 * WS-SER-Y) + WS-SER-Q4 -
022221         WS-SER-Q100 + WS-SER-Q400 + WS-SER-MTERM + WS-SER-DAY.
022222*----------------------------------------------------------------
022223* 2220-LAST-WEEKDAY-OF-MONTH  --  the serial of the last day in
022224*     WS-FY-END-MONTH of WS-SER-YEAR whose weekday code is
022225*     WS-FY-END-WEEKDAY: the month's last day, stepped back to
022226*     that weekday.
022227*----------------------------------------------------------------
022228 2220-LAST-WEEKDAY-OF-MONTH.
022229     PERFORM 2230-FIRST-OF-NEXT-MONTH
022230     COMPUTE WS-SER-LAST = WS-SERIAL - 1
022231     DIVIDE WS-SER-LAST BY 7 GIVING WS-SER-QUOT
022232         REMAINDER WS-SER-WEEKDAY
022233     COMPUTE WS-FY-WORK =
022234         WS-SER-WEEKDAY + 7 - WS-FY-END-WEEKDAY
022235     DIVIDE WS-FY-WORK BY 7 GIVING WS-SER-QUOT
022236         REMAINDER WS-SER-OFFSET
022237     SUBTRACT WS-SER-OFFSET FROM WS-SER-LAST.
022238*----------------------------------------------------------------
022239* 2230-FIRST-OF-NEXT-MONTH  --  the serial of the 1st of the
022240*     month after WS-FY-END-MONTH of WS-SER-YEAR.
022241*----------------------------------------------------------------
022242 2230-FIRST-OF-NEXT-MONTH.
022243     IF WS-FY-END-MONTH = 12
022244         ADD 1 TO WS-SER-YEAR
022245         MOVE 1 TO WS-SER-MONTH
022246     ELSE
022247         COMPUTE WS-SER-MONTH = WS-FY-END-MONTH + 1
022248     END-IF
022249     MOVE 1 TO WS-SER-DAY
022250     PERFORM 2210-DATE-TO-SERIAL.
022300*----------------------------------------------------------------
022400* 2300-CHECK-HOLIDAY
022500*----------------------------------------------------------------
023200             MOVE "Y" TO WS-HOLIDAY-FLAG
023300         END-IF
023400     END-PERFORM.
023401*----------------------------------------------------------------
023402* 2400-FIND-FISCAL-YEAR  --  proves the card's fiscal start and
023403*     steps from it, a fiscal year at a time, to the fiscal year
023404*     holding January 1 of the target year.  The start must be
023405*     a real date and must follow its closing month's last week:
023406*     the day before it is the last of its weekday in the month.
023407*----------------------------------------------------------------
023408 2400-FIND-FISCAL-YEAR.
023409     MOVE WS-FS-YEAR TO WS-SER-YEAR
023410     MOVE WS-FS-MONTH TO WS-SER-MONTH
023411     MOVE WS-FS-DAY TO WS-SER-DAY
023412     PERFORM 2210-DATE-TO-SERIAL
023413     MOVE WS-SERIAL TO WS-FY-START-SERIAL
023414     MOVE WS-FS-MONTH TO WS-FY-END-MONTH
023415     PERFORM 2230-FIRST-OF-NEXT-MONTH
023416     IF WS-FY-START-SERIAL >= WS-SERIAL
023417         DISPLAY "CALGEN: FISCAL START " WS-FISCAL-START
023418                 " IS NOT A DATE"
023419         MOVE 16 TO RETURN-CODE
023420         STOP RUN
023421     END-IF
023422     EVALUATE TRUE
023423         WHEN WS-FS-DAY > 1
023424             MOVE WS-FS-MONTH TO WS-FY-END-MONTH
023425             MOVE WS-FS-YEAR TO WS-FY-END-YEAR
023426         WHEN WS-FS-MONTH > 1
023427             COMPUTE WS-FY-END-MONTH = WS-FS-MONTH - 1
023428             MOVE WS-FS-YEAR TO WS-FY-END-YEAR
023429         WHEN OTHER
023430             MOVE 12 TO WS-FY-END-MONTH
023431             COMPUTE WS-FY-END-YEAR = WS-FS-YEAR - 1
023432     END-EVALUATE
023433     COMPUTE WS-FY-DAYS = WS-FY-START-SERIAL - 1
023434     DIVIDE WS-FY-DAYS BY 7 GIVING WS-SER-QUOT
023435         REMAINDER WS-FY-END-WEEKDAY
023436     MOVE WS-FY-END-YEAR TO WS-SER-YEAR
023437     PERFORM 2220-LAST-WEEKDAY-OF-MONTH
023438     IF WS-SER-LAST NOT = WS-FY-DAYS
023439         DISPLAY "CALGEN: FISCAL START " WS-FISCAL-START
023440                 " DOES NOT FOLLOW A MONTH'S LAST WEEK"
023441         MOVE 16 TO RETURN-CODE
023442         STOP RUN
023443     END-IF
023444     ADD 1 TO WS-FY-END-YEAR
023445     PERFORM 2410-FIND-NEXT-FY-START
023446     MOVE WS-YEAR TO WS-SER-YEAR
023447     MOVE 1 TO WS-SER-MONTH
023448     MOVE 1 TO WS-SER-DAY
023449     PERFORM 2210-DATE-TO-SERIAL
023450     MOVE WS-SERIAL TO WS-DAY-SERIAL
023451     PERFORM 2420-STEP-BACK-ONE-YEAR
023452         UNTIL WS-FY-START-SERIAL <= WS-DAY-SERIAL
023453     PERFORM 2430-STEP-ON-ONE-YEAR
023454         UNTIL WS-FY-NEXT-SERIAL > WS-DAY-SERIAL
023455     SUBTRACT 1 FROM WS-DAY-SERIAL
023456     DISPLAY "CALGEN: " WS-YEAR " OPENS IN FISCAL YEAR "
023457             WS-FY-NAME ", " WS-FY-WEEKS " WEEKS, " WS-PATTERN.
023458*----------------------------------------------------------------
023459* 2410-FIND-NEXT-FY-START  --  the current fiscal year closes
023460*     on the last of its weekday in WS-FY-END-MONTH of
023461*     WS-FY-END-YEAR; the next one starts the day after.  The
023462*     year is named for the calendar year holding most of it.
023463*----------------------------------------------------------------
023464 2410-FIND-NEXT-FY-START.
023465     MOVE WS-FY-END-YEAR TO WS-SER-YEAR
023466     PERFORM 2220-LAST-WEEKDAY-OF-MONTH
023467     COMPUTE WS-FY-NEXT-SERIAL = WS-SER-LAST + 1
023468     COMPUTE WS-FY-WEEKS =
023469         (WS-FY-NEXT-SERIAL - WS-FY-START-SERIAL) / 7
023470     IF WS-FY-END-MONTH > 6
023471         MOVE WS-FY-END-YEAR TO WS-FY-NAME
023472     ELSE
023473         COMPUTE WS-FY-NAME = WS-FY-END-YEAR - 1
023474     END-IF.
023475*----------------------------------------------------------------
023476* 2420-STEP-BACK-ONE-YEAR
023477*----------------------------------------------------------------
023478 2420-STEP-BACK-ONE-YEAR.
023479     SUBTRACT 2 FROM WS-FY-END-YEAR
023480     MOVE WS-FY-END-YEAR TO WS-SER-YEAR
023481     PERFORM 2220-LAST-WEEKDAY-OF-MONTH
023482     COMPUTE WS-FY-START-SERIAL = WS-SER-LAST + 1
023483     ADD 1 TO WS-FY-END-YEAR
023484     PERFORM 2410-FIND-NEXT-FY-START.
023485*----------------------------------------------------------------
023486* 2430-STEP-ON-ONE-YEAR
023487*----------------------------------------------------------------
023488 2430-STEP-ON-ONE-YEAR.
023489     MOVE WS-FY-NEXT-SERIAL TO WS-FY-START-SERIAL
023490     ADD 1 TO WS-FY-END-YEAR
023491     PERFORM 2410-FIND-NEXT-FY-START.
023500*----------------------------------------------------------------
023600* 9000-TERMINATE
023700*----------------------------------------------------------------
