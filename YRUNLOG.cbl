001900*
002000* MODIFICATION HISTORY
002100*   2026-09-02  TSG  Initial version.
002120*   2026-10-15  TSG  Hold and override fields cleared on start
002140*                    and end entries; registry line widened.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RUN-CONTROL-FILE.
003200 01  RUN-CONTROL-LINE            PIC X(60).
003300 WORKING-STORAGE SECTION.
003400 01  WS-RUNCTL-STATUS            PIC X(02).
003500*----------------------------------------------------------------
006700     ACCEPT RC-TIME FROM TIME
006800     MOVE LK-RECORD-COUNT TO RC-RECORD-COUNT
006900     MOVE LK-RETURN-CODE TO RC-RETURN-CODE
006920     MOVE SPACES TO RC-HOLD-PREDECESSOR
006940     MOVE SPACES TO RC-HOLD-REASON
006960     MOVE SPACES TO RC-OVERRIDE-OPERATOR
007000     MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-LINE
007100     WRITE RUN-CONTROL-LINE
007200     CLOSE RUN-CONTROL-FILE.
