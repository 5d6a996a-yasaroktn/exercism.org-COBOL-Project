000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REGMAINT.
000300 AUTHOR. TOURNAMENT-SYSTEMS-GROUP.
000400 INSTALLATION. TOURNAMENT-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*=================================================================
000800* REGMAINT  --  transaction-driven maintenance for the PLAYREG
000900*               registered-player master.
001000*
001100* Reads REGTRANS, one add/change/delete/inquire transaction per
001200* record against REG-PLAYER-ID, applies each one to the
001300* PLAYREG KSDS with field-level edits (the name is required on
001400* an enrolment, the membership status must be A, S or W, the
001500* enrolment date must be a real CCYYMMDD date where keyed),
001600* and writes:
001700*
001800*   REGMNRPT  one disposition line per transaction, APPLIED or
001900*             REJECTED with the reason, plus the record content
002000*             on an inquiry;
002100*   REGJRNL   a before-image and an after-image line for every
002200*             applied add, change and delete, appended across
002300*             runs the way PHJRNL is, so a suspension or a
002400*             withdrawal is as traceable as the enrolment.
002500*
002600* An add with a blank status enrols the player active; an add
002700* with a blank enrolment date takes the run date.  On a change,
002800* a blank field keeps the record's current value, so a status
002900* change needs a one-field card.  The run ends with
003000* RETURN-CODE 4 when any transaction was rejected, 16 when the
003100* transaction file itself is unusable.
003200*
003300* MODIFICATION HISTORY
003400*   2026-10-15  TSG  Initial version.
003500*=================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TRANSACTION-FILE ASSIGN TO "REGTRANS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TRAN-STATUS.
004200     SELECT PLAYER-REGISTER-FILE ASSIGN TO "PLAYREG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS REG-PLAYER-ID
004600         FILE STATUS IS WS-REG-STATUS.
004700     SELECT MAINTENANCE-REPORT ASSIGN TO "REGMNRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REPORT-STATUS.
005000     SELECT IMAGE-JOURNAL ASSIGN TO "REGJRNL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-JOURNAL-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TRANSACTION-FILE.
005600 COPY REGTRNREC.
005700 FD  PLAYER-REGISTER-FILE.
005800 COPY PLAYREG.
005900 FD  MAINTENANCE-REPORT.
006000 01  MAINTENANCE-REPORT-LINE     PIC X(80).
006100 FD  IMAGE-JOURNAL.
006200 01  IMAGE-JOURNAL-LINE          PIC X(100).
006300 WORKING-STORAGE SECTION.
006400 01  WS-TRAN-STATUS              PIC X(02).
006500 01  WS-REG-STATUS               PIC X(02).
006600 01  WS-REPORT-STATUS            PIC X(02).
006700 01  WS-JOURNAL-STATUS           PIC X(02).
006800 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
006900     88  END-OF-TRANSACTIONS            VALUE "Y".
007000 01  WS-RECORD-FOUND             PIC X(01).
007100     88  MASTER-RECORD-FOUND            VALUE "Y".
007200 01  WS-EDIT-FLAG                PIC X(01).
007300     88  TRANSACTION-IS-CLEAN           VALUE "Y".
007400 01  WS-REJECT-REASON            PIC X(40).
007500 01  WS-READ-COUNT               PIC 9(06) VALUE 0.
007600 01  WS-APPLIED-COUNT            PIC 9(06) VALUE 0.
007700 01  WS-REJECTED-COUNT           PIC 9(06) VALUE 0.
007800 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
007900*----------------------------------------------------------------
008000* The record image held while a change is built, so the before
008100* image can be journaled from what the master really said.
008200*----------------------------------------------------------------
008300 01  WS-OLD-RECORD.
008400     05  WS-OLD-PLAYER-ID        PIC X(08).
008500     05  WS-OLD-NAME             PIC X(25).
008600     05  WS-OLD-CLUB             PIC X(20).
008700     05  WS-OLD-STATUS           PIC X(01).
008800     05  WS-OLD-ENROLL-DATE      PIC 9(08).
008900*----------------------------------------------------------------
009000* Report line layouts, moved into MAINTENANCE-REPORT-LINE
009100* before WRITE.
009200*----------------------------------------------------------------
009300 01  WS-HEADING-LINE.
009400     05  FILLER PIC X(29) VALUE "PLAYREG MAINTENANCE REPORT".
009500     05  FILLER PIC X(51) VALUE SPACES.
009600 01  WS-DISPOSITION-LINE.
009700     05  DP-ACTION               PIC X(01).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  DP-PLAYER-ID            PIC X(08).
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  DP-TEXT                 PIC X(67).
010200 01  WS-COUNT-LINE.
010300     05  CT-LABEL                PIC X(24).
010400     05  CT-VALUE                PIC ZZZ,ZZ9.
010500     05  FILLER                  PIC X(49) VALUE SPACES.
010600 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
010700*----------------------------------------------------------------
010800* Journal line layouts: a stamped before or after image of one
010900* master record, or the marker line for the side that has no
011000* record (the before of an add, the after of a delete).
011100*----------------------------------------------------------------
011200 01  WS-IMAGE-LINE.
011300     05  JL-DATE                 PIC 9(08).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  JL-LABEL                PIC X(07).
011600     05  FILLER                  PIC X(01) VALUE SPACES.
011700     05  JL-ACTION               PIC X(01).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  JL-PLAYER-ID            PIC X(08).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  JL-NAME                 PIC X(25).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  JL-CLUB                 PIC X(20).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  JL-STATUS               PIC X(01).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  JL-ENROLL-DATE          PIC 9(08).
012800     05  FILLER                  PIC X(09) VALUE SPACES.
012900 01  WS-NO-IMAGE-LINE.
013000     05  NL-DATE                 PIC 9(08).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  NL-LABEL                PIC X(07).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  NL-ACTION               PIC X(01).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  NL-PLAYER-ID            PIC X(08).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  FILLER                  PIC X(11) VALUE "(NO RECORD)".
013900     05  FILLER                  PIC X(58) VALUE SPACES.
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE
014300     PERFORM 2000-PROCESS-TRANSACTION
014400         UNTIL END-OF-TRANSACTIONS
014500     PERFORM 8000-WRITE-RUN-COUNTS
014600     PERFORM 9000-TERMINATE
014700     STOP RUN.
014800*----------------------------------------------------------------
014900* 1000-INITIALIZE  --  PLAYREG is opened I-O with the same
015000*     create fallback PHMAINT uses, so the first enrolment
015100*     against an empty shop still lands.  The journal is opened
015200*     EXTEND so changes accumulate across runs.
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015500     OPEN INPUT TRANSACTION-FILE
015600     IF WS-TRAN-STATUS NOT = "00"
015700         DISPLAY "REGMAINT: CANNOT OPEN REGTRANS, STATUS "
015800                 WS-TRAN-STATUS
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF
016200     OPEN I-O PLAYER-REGISTER-FILE
016300     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
016400         OPEN OUTPUT PLAYER-REGISTER-FILE
016500         CLOSE PLAYER-REGISTER-FILE
016600         OPEN I-O PLAYER-REGISTER-FILE
016700     END-IF
016800     OPEN OUTPUT MAINTENANCE-REPORT
016900     OPEN EXTEND IMAGE-JOURNAL
017000     IF WS-JOURNAL-STATUS NOT = "00" AND
017100             WS-JOURNAL-STATUS NOT = "05"
017200         OPEN OUTPUT IMAGE-JOURNAL
017300         CLOSE IMAGE-JOURNAL
017400         OPEN EXTEND IMAGE-JOURNAL
017500     END-IF
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017700     MOVE WS-HEADING-LINE TO MAINTENANCE-REPORT-LINE
017800     WRITE MAINTENANCE-REPORT-LINE
017900     PERFORM 2100-READ-TRANSACTION.
018000*----------------------------------------------------------------
018100* 2000-PROCESS-TRANSACTION
018200*----------------------------------------------------------------
018300 2000-PROCESS-TRANSACTION.
018400     ADD 1 TO WS-READ-COUNT
018500     PERFORM 2200-EDIT-TRANSACTION
018600     IF TRANSACTION-IS-CLEAN
018700         PERFORM 3000-APPLY-TRANSACTION
018800     ELSE
018900         PERFORM 7000-REPORT-REJECTION
019000     END-IF
019100     PERFORM 2100-READ-TRANSACTION.
019200*----------------------------------------------------------------
019300* 2100-READ-TRANSACTION
019400*----------------------------------------------------------------
019500 2100-READ-TRANSACTION.
019600     READ TRANSACTION-FILE
019700         AT END
019800             MOVE "Y" TO WS-EOF-SWITCH
019900     END-READ.
020000*----------------------------------------------------------------
020100* 2200-EDIT-TRANSACTION  --  field-level edits that need no
020200*     master access: the action code, the key, a name on every
020300*     enrolment, and the status and date where keyed.  On a
020400*     delete or inquire the fields must be blank since nothing
020500*     is keyed.
020600*----------------------------------------------------------------
020700 2200-EDIT-TRANSACTION.
020800     MOVE "Y" TO WS-EDIT-FLAG
020900     MOVE SPACES TO WS-REJECT-REASON
021000     IF NOT RGT-IS-ADD AND NOT RGT-IS-CHANGE
021100             AND NOT RGT-IS-DELETE AND NOT RGT-IS-INQUIRE
021200         MOVE "N" TO WS-EDIT-FLAG
021300         MOVE "ACTION NOT A, C, D OR I" TO WS-REJECT-REASON
021400     END-IF
021500     IF TRANSACTION-IS-CLEAN AND RGT-PLAYER-ID = SPACES
021600         MOVE "N" TO WS-EDIT-FLAG
021700         MOVE "PLAYER-ID IS BLANK" TO WS-REJECT-REASON
021800     END-IF
021900     IF TRANSACTION-IS-CLEAN AND RGT-IS-ADD
022000             AND RGT-PLAYER-NAME = SPACES
022100         MOVE "N" TO WS-EDIT-FLAG
022200         MOVE "NAME IS BLANK ON AN ADD" TO WS-REJECT-REASON
022300     END-IF
022400     IF TRANSACTION-IS-CLEAN
022500             AND (RGT-IS-ADD OR RGT-IS-CHANGE)
022600         PERFORM 2300-EDIT-STATUS-AND-DATE
022700     END-IF
022800     IF TRANSACTION-IS-CLEAN
022900             AND (RGT-IS-DELETE OR RGT-IS-INQUIRE)
023000         IF RGT-PLAYER-NAME NOT = SPACES
023100                 OR RGT-CLUB NOT = SPACES
023200                 OR RGT-STATUS NOT = SPACES
023300                 OR RGT-ENROLL-DATE NOT = SPACES
023400             MOVE "N" TO WS-EDIT-FLAG
023500             MOVE "FIELDS KEYED ON A DELETE OR INQUIRE"
023600                     TO WS-REJECT-REASON
023700         END-IF
023800     END-IF.
023900*----------------------------------------------------------------
024000* 2300-EDIT-STATUS-AND-DATE  --  the date gets a range check on
024100*     month and day as well as the class test; a keyed 0000
024200*     month would otherwise pass as numeric.
024300*----------------------------------------------------------------
024400 2300-EDIT-STATUS-AND-DATE.
024500     IF RGT-STATUS NOT = SPACES
024600             AND NOT RGT-STATUS-IS-VALID
024700         MOVE "N" TO WS-EDIT-FLAG
024800         MOVE "STATUS NOT A, S OR W" TO WS-REJECT-REASON
024900     END-IF
025000     IF TRANSACTION-IS-CLEAN
025100             AND RGT-ENROLL-DATE NOT = SPACES
025200         IF RGT-ENROLL-DATE NOT NUMERIC
025300             MOVE "N" TO WS-EDIT-FLAG
025400             MOVE "ENROLMENT DATE NOT NUMERIC"
025500                     TO WS-REJECT-REASON
025600         ELSE
025700             IF RGT-ENROLL-MM < 1 OR RGT-ENROLL-MM > 12
025800                     OR RGT-ENROLL-DD < 1
025900                     OR RGT-ENROLL-DD > 31
026000                 MOVE "N" TO WS-EDIT-FLAG
026100                 MOVE "ENROLMENT DATE NOT CCYYMMDD"
026200                         TO WS-REJECT-REASON
026300             END-IF
026400         END-IF
026500     END-IF.
026600*----------------------------------------------------------------
026700* 3000-APPLY-TRANSACTION  --  the master is read once and the
026800*     action applied against what was found.
026900*----------------------------------------------------------------
027000 3000-APPLY-TRANSACTION.
027100     PERFORM 3100-READ-MASTER
027200     EVALUATE TRUE
027300         WHEN RGT-IS-ADD
027400             PERFORM 4000-APPLY-ADD
027500         WHEN RGT-IS-CHANGE
027600             PERFORM 4100-APPLY-CHANGE
027700         WHEN RGT-IS-DELETE
027800             PERFORM 4200-APPLY-DELETE
027900         WHEN RGT-IS-INQUIRE
028000             PERFORM 4300-APPLY-INQUIRE
028100     END-EVALUATE.
028200*----------------------------------------------------------------
028300* 3100-READ-MASTER
028400*----------------------------------------------------------------
028500 3100-READ-MASTER.
028600     MOVE "N" TO WS-RECORD-FOUND
028700     MOVE RGT-PLAYER-ID TO REG-PLAYER-ID
028800     READ PLAYER-REGISTER-FILE
028900         INVALID KEY
029000             CONTINUE
029100         NOT INVALID KEY
029200             MOVE "Y" TO WS-RECORD-FOUND
029300             MOVE PLAYER-REGISTER-RECORD TO WS-OLD-RECORD
029400     END-READ.
029500*----------------------------------------------------------------
029600* 4000-APPLY-ADD  --  a blank status enrols the player active,
029700*     a blank date enrols as of the run date.
029800*----------------------------------------------------------------
029900 4000-APPLY-ADD.
030000     IF MASTER-RECORD-FOUND
030100         MOVE "PLAYER ALREADY ON PLAYREG" TO WS-REJECT-REASON
030200         PERFORM 7000-REPORT-REJECTION
030300     ELSE
030400         MOVE RGT-PLAYER-ID TO REG-PLAYER-ID
030500         MOVE RGT-PLAYER-NAME TO REG-PLAYER-NAME
030600         MOVE RGT-CLUB TO REG-CLUB
030700         IF RGT-STATUS = SPACES
030800             MOVE "A" TO REG-STATUS
030900         ELSE
031000             MOVE RGT-STATUS TO REG-STATUS
031100         END-IF
031200         IF RGT-ENROLL-DATE = SPACES
031300             MOVE WS-RUN-DATE TO REG-ENROLL-DATE
031400         ELSE
031500             MOVE RGT-ENROLL-DATE TO REG-ENROLL-DATE
031600         END-IF
031700         PERFORM 6100-JOURNAL-NO-IMAGE-BEFORE
031800         PERFORM 6200-JOURNAL-AFTER-IMAGE
031900         WRITE PLAYER-REGISTER-RECORD
032000         PERFORM 7100-REPORT-APPLIED
032100     END-IF.
032200*----------------------------------------------------------------
032300* 4100-APPLY-CHANGE  --  blank fields keep the master's current
032400*     value.
032500*----------------------------------------------------------------
032600 4100-APPLY-CHANGE.
032700     IF NOT MASTER-RECORD-FOUND
032800         MOVE "PLAYER NOT ON PLAYREG" TO WS-REJECT-REASON
032900         PERFORM 7000-REPORT-REJECTION
033000     ELSE
033100         IF RGT-PLAYER-NAME NOT = SPACES
033200             MOVE RGT-PLAYER-NAME TO REG-PLAYER-NAME
033300         END-IF
033400         IF RGT-CLUB NOT = SPACES
033500             MOVE RGT-CLUB TO REG-CLUB
033600         END-IF
033700         IF RGT-STATUS NOT = SPACES
033800             MOVE RGT-STATUS TO REG-STATUS
033900         END-IF
034000         IF RGT-ENROLL-DATE NOT = SPACES
034100             MOVE RGT-ENROLL-DATE TO REG-ENROLL-DATE
034200         END-IF
034300         PERFORM 6000-JOURNAL-BEFORE-IMAGE
034400         PERFORM 6200-JOURNAL-AFTER-IMAGE
034500         REWRITE PLAYER-REGISTER-RECORD
034600         PERFORM 7100-REPORT-APPLIED
034700     END-IF.
034800*----------------------------------------------------------------
034900* 4200-APPLY-DELETE
035000*----------------------------------------------------------------
035100 4200-APPLY-DELETE.
035200     IF NOT MASTER-RECORD-FOUND
035300         MOVE "PLAYER NOT ON PLAYREG" TO WS-REJECT-REASON
035400         PERFORM 7000-REPORT-REJECTION
035500     ELSE
035600         DELETE PLAYER-REGISTER-FILE
035700         PERFORM 6000-JOURNAL-BEFORE-IMAGE
035800         PERFORM 6300-JOURNAL-NO-IMAGE-AFTER
035900         PERFORM 7100-REPORT-APPLIED
036000     END-IF.
036100*----------------------------------------------------------------
036200* 4300-APPLY-INQUIRE  --  nothing changes and nothing is
036300*     journaled; the record is listed on the disposition
036400*     report.
036500*----------------------------------------------------------------
036600 4300-APPLY-INQUIRE.
036700     IF NOT MASTER-RECORD-FOUND
036800         MOVE "PLAYER NOT ON PLAYREG" TO WS-REJECT-REASON
036900         PERFORM 7000-REPORT-REJECTION
037000     ELSE
037100         MOVE RGT-ACTION TO DP-ACTION
037200         MOVE RGT-PLAYER-ID TO DP-PLAYER-ID
037300         MOVE SPACES TO DP-TEXT
037400         STRING WS-OLD-NAME "  " WS-OLD-CLUB
037500                 "  " WS-OLD-STATUS
037600                 "  " WS-OLD-ENROLL-DATE
037700                 DELIMITED BY SIZE INTO DP-TEXT
037800         MOVE WS-DISPOSITION-LINE TO MAINTENANCE-REPORT-LINE
037900         WRITE MAINTENANCE-REPORT-LINE
038000         ADD 1 TO WS-APPLIED-COUNT
038100     END-IF.
038200*----------------------------------------------------------------
038300* 6000-JOURNAL-BEFORE-IMAGE
038400*----------------------------------------------------------------
038500 6000-JOURNAL-BEFORE-IMAGE.
038600     MOVE WS-RUN-DATE TO JL-DATE
038700     MOVE "BEFORE" TO JL-LABEL
038800     MOVE RGT-ACTION TO JL-ACTION
038900     MOVE WS-OLD-PLAYER-ID TO JL-PLAYER-ID
039000     MOVE WS-OLD-NAME TO JL-NAME
039100     MOVE WS-OLD-CLUB TO JL-CLUB
039200     MOVE WS-OLD-STATUS TO JL-STATUS
039300     MOVE WS-OLD-ENROLL-DATE TO JL-ENROLL-DATE
039400     MOVE WS-IMAGE-LINE TO IMAGE-JOURNAL-LINE
039500     WRITE IMAGE-JOURNAL-LINE.
039600*----------------------------------------------------------------
039700* 6100-JOURNAL-NO-IMAGE-BEFORE
039800*----------------------------------------------------------------
039900 6100-JOURNAL-NO-IMAGE-BEFORE.
040000     MOVE WS-RUN-DATE TO NL-DATE
040100     MOVE "BEFORE" TO NL-LABEL
040200     MOVE RGT-ACTION TO NL-ACTION
040300     MOVE RGT-PLAYER-ID TO NL-PLAYER-ID
040400     MOVE WS-NO-IMAGE-LINE TO IMAGE-JOURNAL-LINE
040500     WRITE IMAGE-JOURNAL-LINE.
040600*----------------------------------------------------------------
040700* 6200-JOURNAL-AFTER-IMAGE  --  journaled from the record as it
040800*     stands ready to be written back, ahead of the WRITE or
040900*     REWRITE itself - the record area is not dependable once
041000*     the I-O has run.
041100*----------------------------------------------------------------
041200 6200-JOURNAL-AFTER-IMAGE.
041300     MOVE WS-RUN-DATE TO JL-DATE
041400     MOVE "AFTER" TO JL-LABEL
041500     MOVE RGT-ACTION TO JL-ACTION
041600     MOVE RGT-PLAYER-ID TO JL-PLAYER-ID
041700     MOVE REG-PLAYER-NAME TO JL-NAME
041800     MOVE REG-CLUB TO JL-CLUB
041900     MOVE REG-STATUS TO JL-STATUS
042000     MOVE REG-ENROLL-DATE TO JL-ENROLL-DATE
042100     MOVE WS-IMAGE-LINE TO IMAGE-JOURNAL-LINE
042200     WRITE IMAGE-JOURNAL-LINE.
042300*----------------------------------------------------------------
042400* 6300-JOURNAL-NO-IMAGE-AFTER
042500*----------------------------------------------------------------
042600 6300-JOURNAL-NO-IMAGE-AFTER.
042700     MOVE WS-RUN-DATE TO NL-DATE
042800     MOVE "AFTER" TO NL-LABEL
042900     MOVE RGT-ACTION TO NL-ACTION
043000     MOVE RGT-PLAYER-ID TO NL-PLAYER-ID
043100     MOVE WS-NO-IMAGE-LINE TO IMAGE-JOURNAL-LINE
043200     WRITE IMAGE-JOURNAL-LINE.
043300*----------------------------------------------------------------
043400* 7000-REPORT-REJECTION
043500*----------------------------------------------------------------
043600 7000-REPORT-REJECTION.
043700     ADD 1 TO WS-REJECTED-COUNT
043800     MOVE RGT-ACTION TO DP-ACTION
043900     MOVE RGT-PLAYER-ID TO DP-PLAYER-ID
044000     MOVE SPACES TO DP-TEXT
044100     STRING "REJECTED - " WS-REJECT-REASON
044200             DELIMITED BY SIZE INTO DP-TEXT
044300     MOVE WS-DISPOSITION-LINE TO MAINTENANCE-REPORT-LINE
044400     WRITE MAINTENANCE-REPORT-LINE.
044500*----------------------------------------------------------------
044600* 7100-REPORT-APPLIED
044700*----------------------------------------------------------------
044800 7100-REPORT-APPLIED.
044900     ADD 1 TO WS-APPLIED-COUNT
045000     MOVE RGT-ACTION TO DP-ACTION
045100     MOVE RGT-PLAYER-ID TO DP-PLAYER-ID
045200     MOVE "APPLIED" TO DP-TEXT
045300     MOVE WS-DISPOSITION-LINE TO MAINTENANCE-REPORT-LINE
045400     WRITE MAINTENANCE-REPORT-LINE.
045500*----------------------------------------------------------------
045600* 8000-WRITE-RUN-COUNTS
045700*----------------------------------------------------------------
045800 8000-WRITE-RUN-COUNTS.
045900     MOVE WS-BLANK-LINE TO MAINTENANCE-REPORT-LINE
046000     WRITE MAINTENANCE-REPORT-LINE
046100     MOVE "TRANSACTIONS READ" TO CT-LABEL
046200     MOVE WS-READ-COUNT TO CT-VALUE
046300     MOVE WS-COUNT-LINE TO MAINTENANCE-REPORT-LINE
046400     WRITE MAINTENANCE-REPORT-LINE
046500     MOVE "APPLIED" TO CT-LABEL
046600     MOVE WS-APPLIED-COUNT TO CT-VALUE
046700     MOVE WS-COUNT-LINE TO MAINTENANCE-REPORT-LINE
046800     WRITE MAINTENANCE-REPORT-LINE
046900     MOVE "REJECTED" TO CT-LABEL
047000     MOVE WS-REJECTED-COUNT TO CT-VALUE
047100     MOVE WS-COUNT-LINE TO MAINTENANCE-REPORT-LINE
047200     WRITE MAINTENANCE-REPORT-LINE
047300     IF WS-REJECTED-COUNT > 0
047400         MOVE 4 TO RETURN-CODE
047500     END-IF.
047600*----------------------------------------------------------------
047700* 9000-TERMINATE
047800*----------------------------------------------------------------
047900 9000-TERMINATE.
048000     CLOSE TRANSACTION-FILE
048100     CLOSE PLAYER-REGISTER-FILE
048200     CLOSE MAINTENANCE-REPORT
048300     CLOSE IMAGE-JOURNAL.
