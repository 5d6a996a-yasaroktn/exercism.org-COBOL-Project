003750*                    RUNCTL registry when RECONPRM is missing,
003760*                    empty or blank; write this job's own start
003770*                    and end entries through YRUNLOG.
003775*   2026-10-15  TSG  Checked against its JOBDEP predecessors
003780*                    through YRUNGATE at startup; ends with
003785*                    RETURN-CODE 20 when held.
003800*=================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
008495 01  WS-RUN-ENTRY-TYPE           PIC X(01).
008496 01  WS-RUN-RECORD-COUNT         PIC 9(08) VALUE 0.
008497 01  WS-RUN-RETURN-CODE          PIC 9(02) VALUE 0.
008498 01  WS-GATE-RESULT              PIC X(01).
008499     88  RUN-IS-HELD                    VALUE "H".
008500 01  WS-BALANCE-SWITCH           PIC X(01) VALUE "Y".
008600     88  RUN-IS-IN-BALANCE              VALUE "Y".
008700 01  WS-RUN-ID                   PIC 9(08) VALUE 0.
017740*     mis-keyed run-id should be fixed, not guessed around.
017900*----------------------------------------------------------------
018000 1000-INITIALIZE.
018005     CALL "YRUNGATE" USING WS-RUN-PROGRAM-ID WS-GATE-RESULT
018010     IF RUN-IS-HELD
018015         DISPLAY "YRECON: HELD - PREDECESSOR NOT CLEAN"
018020         MOVE 20 TO RETURN-CODE
018025         STOP RUN
018030     END-IF
018050     ACCEPT WS-OWN-RUN-ID FROM TIME
018100     OPEN INPUT PARAMETER-FILE
018200     IF WS-PARM-STATUS NOT = "00"
