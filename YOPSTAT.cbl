002600* scheduler wants.  A keyed date that will not edit ends with
002700* RETURN-CODE 16.  A missing RUNCTL means no program has ever
002800* registered and ends the same way.
002810*
002820* A program held back by its JOBDEP predecessors (see YRUNGATE)
002830* shows as HELD FOR the predecessor, and one that ran on the
002840* night after an operator override released a hold shows
002850* OVERRIDE TONIGHT.  Below the chain, every held and override
002860* entry of the night, for any program, is listed with its time,
002870* the predecessor, the reason and the operator who released it.
002900*
003000* MODIFICATION HISTORY
003100*   2026-09-02  TSG  Initial version.
003120*   2026-10-15  TSG  Held and override entries shown per program
003140*                    and listed under HOLDS AND OVERRIDES.
003200*=================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
009100         10  WS-CHN-END-TIME     PIC 9(08).
009200         10  WS-CHN-RECORDS      PIC 9(08).
009300         10  WS-CHN-RC           PIC 9(02).
009302         10  WS-CHN-HELD-FLAG    PIC X(01).
009304             88  CHAIN-HOLD-WAS-SEEN    VALUE "Y".
009306         10  WS-CHN-HELD-TIME    PIC 9(08).
009308         10  WS-CHN-HELD-BY      PIC X(08).
009310         10  WS-CHN-OVRD-FLAG    PIC X(01).
009312             88  CHAIN-OVERRIDE-WAS-SEEN VALUE "Y".
009314*----------------------------------------------------------------
009316* Every held and override entry on the night, for any program,
009318* in the order RUNCTL holds them.
009320*----------------------------------------------------------------
009322 01  WS-GATE-COUNT               PIC 9(02) COMP VALUE 0.
009324 01  WS-GATE-LOST-COUNT          PIC 9(04) VALUE 0.
009326 01  WS-GATE-SUB                 PIC 9(02) COMP.
009328 01  WS-GATE-TABLE.
009330     05  WS-GATE-ENTRY OCCURS 50 TIMES.
009332         10  WS-GTE-PROGRAM      PIC X(08).
009334         10  WS-GTE-TIME         PIC 9(08).
009336         10  WS-GTE-TYPE         PIC X(01).
009338             88  GATE-ENTRY-IS-HOLD     VALUE "H".
009340         10  WS-GTE-PREDECESSOR  PIC X(08).
009342         10  WS-GTE-REASON       PIC X(01).
009344         10  WS-GTE-OPERATOR     PIC X(08).
009400*----------------------------------------------------------------
009500* Report line layouts, moved into STATUS-REPORT-LINE before
009600* WRITE.
012800 01  WS-RESULT-LINE.
012900     05  FILLER                  PIC X(07) VALUE "NIGHT:".
013000     05  RS-VERDICT              PIC X(73).
013002 01  WS-GATE-HEADING-LINE.
013004     05  FILLER PIC X(80) VALUE "HOLDS AND OVERRIDES".
013006 01  WS-GATE-COLUMN-LINE.
013008     05  FILLER PIC X(10) VALUE "PROGRAM".
013010     05  FILLER PIC X(10) VALUE "TIME".
013012     05  FILLER PIC X(10) VALUE "ENTRY".
013014     05  FILLER PIC X(10) VALUE "HELD FOR".
013016     05  FILLER PIC X(20) VALUE "REASON".
013018     05  FILLER PIC X(20) VALUE "OPERATOR".
013020 01  WS-GATE-DETAIL-LINE.
013022     05  GD-PROGRAM              PIC X(08).
013024     05  FILLER                  PIC X(02) VALUE SPACES.
013026     05  GD-TIME                 PIC 9(08).
013028     05  FILLER                  PIC X(02) VALUE SPACES.
013030     05  GD-ENTRY                PIC X(08).
013032     05  FILLER                  PIC X(02) VALUE SPACES.
013034     05  GD-PREDECESSOR          PIC X(08).
013036     05  FILLER                  PIC X(02) VALUE SPACES.
013038     05  GD-REASON               PIC X(18).
013040     05  FILLER                  PIC X(02) VALUE SPACES.
013042     05  GD-OPERATOR             PIC X(08).
013044     05  FILLER                  PIC X(12) VALUE SPACES.
013046 01  WS-GATE-NONE-LINE.
013048     05  FILLER PIC X(80) VALUE "NONE".
013050 01  WS-GATE-LOST-LINE.
013052     05  FILLER PIC X(29) VALUE "** MORE THAN 50 - NOT SHOWN:".
013054     05  GL-LOST-COUNT           PIC Z,ZZ9.
013056     05  FILLER                  PIC X(46) VALUE SPACES.
013100 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
013200 PROCEDURE DIVISION.
013300 0000-MAINLINE.
017000         MOVE 0 TO WS-CHN-END-TIME (WS-CHAIN-SUB)
017100         MOVE 0 TO WS-CHN-RECORDS (WS-CHAIN-SUB)
017200         MOVE 0 TO WS-CHN-RC (WS-CHAIN-SUB)
017220         MOVE "N" TO WS-CHN-HELD-FLAG (WS-CHAIN-SUB)
017240         MOVE 0 TO WS-CHN-HELD-TIME (WS-CHAIN-SUB)
017260         MOVE SPACES TO WS-CHN-HELD-BY (WS-CHAIN-SUB)
017280         MOVE "N" TO WS-CHN-OVRD-FLAG (WS-CHAIN-SUB)
017300     END-PERFORM
017400     PERFORM 2100-READ-REGISTRY.
017500*----------------------------------------------------------------
020100                 PERFORM 2200-FILE-ONE-ENTRY
020200             END-IF
020300         END-PERFORM
020320         IF RC-IS-HELD-ENTRY OR RC-IS-OVERRIDE-ENTRY
020340             PERFORM 2300-LOG-GATE-ENTRY
020360         END-IF
020400     END-IF
020500     PERFORM 2100-READ-REGISTRY.
020600*----------------------------------------------------------------
023100                     TO WS-CHN-RECORDS (WS-CHAIN-SUB)
023200             MOVE RC-RETURN-CODE TO WS-CHN-RC (WS-CHAIN-SUB)
023300         END-IF
023305     END-IF
023310     IF RC-IS-HELD-ENTRY
023315         IF NOT CHAIN-HOLD-WAS-SEEN (WS-CHAIN-SUB)
023320                 OR RC-TIME >= WS-CHN-HELD-TIME (WS-CHAIN-SUB)
023325             MOVE "Y" TO WS-CHN-HELD-FLAG (WS-CHAIN-SUB)
023330             MOVE RC-TIME TO WS-CHN-HELD-TIME (WS-CHAIN-SUB)
023335             MOVE RC-HOLD-PREDECESSOR
023340                     TO WS-CHN-HELD-BY (WS-CHAIN-SUB)
023345         END-IF
023350     END-IF
023355     IF RC-IS-OVERRIDE-ENTRY
023360         MOVE "Y" TO WS-CHN-OVRD-FLAG (WS-CHAIN-SUB)
023365     END-IF.
023370*----------------------------------------------------------------
023375* 2300-LOG-GATE-ENTRY  --  held and override entries are listed
023380*     for every program, not only the chain, since any program
023385*     on JOBDEP can be held.
023390*----------------------------------------------------------------
023395 2300-LOG-GATE-ENTRY.
023400     IF WS-GATE-COUNT < 50
023405         ADD 1 TO WS-GATE-COUNT
023410         MOVE RC-PROGRAM-ID TO WS-GTE-PROGRAM (WS-GATE-COUNT)
023415         MOVE RC-TIME TO WS-GTE-TIME (WS-GATE-COUNT)
023420         MOVE RC-ENTRY-TYPE TO WS-GTE-TYPE (WS-GATE-COUNT)
023425         MOVE RC-HOLD-PREDECESSOR
023430                 TO WS-GTE-PREDECESSOR (WS-GATE-COUNT)
023435         MOVE RC-HOLD-REASON TO WS-GTE-REASON (WS-GATE-COUNT)
023440         MOVE RC-OVERRIDE-OPERATOR
023445                 TO WS-GTE-OPERATOR (WS-GATE-COUNT)
023450     ELSE
023455         ADD 1 TO WS-GATE-LOST-COUNT
023460     END-IF.
023500*----------------------------------------------------------------
023600* 4000-WRITE-STATUS-REPORT  --  the chain in scheduled order,
023700*     one line per program, anything not plainly OK flagged.
024800             UNTIL WS-LIST-SUB > 6
024900         PERFORM 4100-WRITE-ONE-PROGRAM
025000     END-PERFORM
025050     PERFORM 4300-WRITE-GATE-ENTRIES
025100     MOVE WS-BLANK-LINE TO STATUS-REPORT-LINE
025200     WRITE STATUS-REPORT-LINE
025300     IF NIGHT-RAN-CLEAN
029000*----------------------------------------------------------------
029100 4200-JUDGE-ONE-PROGRAM.
029200     EVALUATE TRUE
029210         WHEN CHAIN-HOLD-WAS-SEEN (WS-LIST-SUB)
029220                 AND (NOT CHAIN-START-WAS-SEEN (WS-LIST-SUB)
029230                 OR WS-CHN-HELD-TIME (WS-LIST-SUB) >
029240                    WS-CHN-START-TIME (WS-LIST-SUB))
029250             MOVE SPACES TO WS-BASE-STATUS
029260             STRING "** HELD FOR " DELIMITED BY SIZE
029270                     WS-CHN-HELD-BY (WS-LIST-SUB)
029280                     DELIMITED BY SPACE
029290                     INTO WS-BASE-STATUS
029300         WHEN NOT CHAIN-START-WAS-SEEN (WS-LIST-SUB)
029400                 AND NOT CHAIN-END-WAS-SEEN (WS-LIST-SUB)
029500             MOVE "** MISSING - NEVER RAN" TO WS-BASE-STATUS
030500                     DELIMITED BY SIZE INTO WS-BASE-STATUS
030600         WHEN OTHER
030700             MOVE "OK" TO WS-BASE-STATUS
030720     END-EVALUATE
030740     IF WS-BASE-STATUS = "OK"
030760             AND CHAIN-OVERRIDE-WAS-SEEN (WS-LIST-SUB)
030780         MOVE "OK - OVERRIDE TONIGHT" TO WS-BASE-STATUS
030800     END-IF
030820     IF WS-BASE-STATUS (1:2) NOT = "OK"
031000         MOVE "N" TO WS-NIGHT-SWITCH
031100     END-IF
031200     MOVE WS-BASE-STATUS TO DL-STATUS
032100                 INTO DL-STATUS
032200         MOVE "N" TO WS-NIGHT-SWITCH
032300     END-IF.
032301*----------------------------------------------------------------
032302* 4300-WRITE-GATE-ENTRIES  --  every hold and override of the
032303*     night, whichever program it was; a hold on a program
032304*     outside the chain is listed here but does not by itself
032305*     fail the night.
032306*----------------------------------------------------------------
032307 4300-WRITE-GATE-ENTRIES.
032308     MOVE WS-BLANK-LINE TO STATUS-REPORT-LINE
032309     WRITE STATUS-REPORT-LINE
032310     MOVE WS-GATE-HEADING-LINE TO STATUS-REPORT-LINE
032311     WRITE STATUS-REPORT-LINE
032312     IF WS-GATE-COUNT = 0
032313         MOVE WS-GATE-NONE-LINE TO STATUS-REPORT-LINE
032314         WRITE STATUS-REPORT-LINE
032315     ELSE
032316         MOVE WS-GATE-COLUMN-LINE TO STATUS-REPORT-LINE
032317         WRITE STATUS-REPORT-LINE
032318         PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
032319                 UNTIL WS-GATE-SUB > WS-GATE-COUNT
032320             PERFORM 4310-WRITE-ONE-GATE-ENTRY
032321         END-PERFORM
032322         IF WS-GATE-LOST-COUNT > 0
032323             MOVE WS-GATE-LOST-COUNT TO GL-LOST-COUNT
032324             MOVE WS-GATE-LOST-LINE TO STATUS-REPORT-LINE
032325             WRITE STATUS-REPORT-LINE
032326         END-IF
032327     END-IF.
032328*----------------------------------------------------------------
032329* 4310-WRITE-ONE-GATE-ENTRY
032330*----------------------------------------------------------------
032331 4310-WRITE-ONE-GATE-ENTRY.
032332     MOVE WS-GTE-PROGRAM (WS-GATE-SUB) TO GD-PROGRAM
032333     MOVE WS-GTE-TIME (WS-GATE-SUB) TO GD-TIME
032334     MOVE WS-GTE-PREDECESSOR (WS-GATE-SUB) TO GD-PREDECESSOR
032335     IF GATE-ENTRY-IS-HOLD (WS-GATE-SUB)
032336         MOVE "HELD" TO GD-ENTRY
032337         MOVE SPACES TO GD-OPERATOR
032338     ELSE
032339         MOVE "OVERRIDE" TO GD-ENTRY
032340         MOVE WS-GTE-OPERATOR (WS-GATE-SUB) TO GD-OPERATOR
032341     END-IF
032342     EVALUATE WS-GTE-REASON (WS-GATE-SUB)
032343         WHEN "M"
032344             MOVE "NOT RUN" TO GD-REASON
032345         WHEN "A"
032346             MOVE "STARTED, NO END" TO GD-REASON
032347         WHEN "R"
032348             MOVE "ENDED RC TOO HIGH" TO GD-REASON
032349         WHEN "H"
032350             MOVE "ITSELF HELD" TO GD-REASON
032351         WHEN OTHER
032352             MOVE "JOBDEP CARD BAD" TO GD-REASON
032353     END-EVALUATE
032354     MOVE WS-GATE-DETAIL-LINE TO STATUS-REPORT-LINE
032355     WRITE STATUS-REPORT-LINE.
032400*----------------------------------------------------------------
032500* 9000-TERMINATE
032600*----------------------------------------------------------------
