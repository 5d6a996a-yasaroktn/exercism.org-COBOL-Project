004000*                    survived the abend, so a crash-and-restart
004100*                    leaves the same files a clean run leaves -
004200*                    no lost entries and no duplicates.
004220*   2026-10-15  TSG  Checked against its JOBDEP predecessors
004240*                    through YRUNGATE at startup; ends with
004260*                    RETURN-CODE 20 when held.
004300*=================================================================
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
010700 01  WS-RUN-ENTRY-TYPE           PIC X(01).
010800 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
010900 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
010920 01  WS-GATE-RESULT              PIC X(01).
010940     88  RUN-IS-HELD                    VALUE "H".
011000*----------------------------------------------------------------
011100* Cumulative per-file written counts for the run: how many
011200* scored detail lines, journal entries and reject records the
021900*     1150-COUNT-DISK-STATE.
022000*----------------------------------------------------------------
022100 1000-INITIALIZE.
022110     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
022120     IF RUN-IS-HELD
022130         DISPLAY "YACHTBAT: HELD - PREDECESSOR NOT CLEAN"
022140         MOVE 20 TO RETURN-CODE
022150         STOP RUN
022160     END-IF
022200     PERFORM 1050-VERIFY-TRAILER
022300     ACCEPT WS-RUN-ID FROM TIME
022400     PERFORM 1100-CHECK-FOR-CHECKPOINT
