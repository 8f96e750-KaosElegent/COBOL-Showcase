003550*                  BEFORE PRODUCING OUTPUT INSTEAD OF PASSING
003560*                  IT ON THE BACK OF A STALE REPORT FILE FROM
003570*                  THE PREVIOUS NIGHT.
003574* 2026-10-15  RAM  STEP 6 RUNS EMPINTEG, THE CROSS-FILE
003578*                  INTEGRITY CHECK, AFTER RPTDRIVE.  ITS
003582*                  RETURN-CODE 4 MEANS WARNINGS ONLY AND THE
003586*                  STEP STILL COMPLETES (WITH A CONSOLE NOTE TO
003590*                  READ INTEGRPT); 8 STOPS THE STREAM LIKE ANY
003594*                  OTHER NONZERO STATUS.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
007500 01  WS-FILE-EOF PIC A(1) VALUE "N".
007600
007700*----------------------------------------------------------------
007800* STREAM CONTROL.  THE STEP NUMBER RUNS 1-6; A RERUN STARTS AT
007900* THE STEP AFTER THE LAST ONE CHECKPOINTED ON NIGHTCKP.
008000*----------------------------------------------------------------
008100 01  WS-STEP PIC 9(2) VALUE 0.
008700 01  WS-STEP-NAME PIC X(8) VALUE SPACES.
008800 01  WS-STEP-CMD PIC X(50) VALUE SPACES.
008900 01  WS-FAIL-REASON PIC X(50) VALUE SPACES.
008912*----------------------------------------------------------------
008924* CALL "SYSTEM" HANDS BACK THE SHELL'S WAIT STATUS, WHICH
008936* CARRIES THE STEP'S EXIT CODE TIMES 256 ON THIS PLATFORM, SO
008948* EMPINTEG'S WARNINGS-ONLY CODE 4 IS ACCEPTED IN EITHER FORM.
008960*----------------------------------------------------------------
008972 01  WS-CMD-STATUS PIC S9(9) COMP VALUE 0.
008984     88 CMD-WARNINGS-ONLY VALUE 4 1024.
009000
009100*----------------------------------------------------------------
009200* STEP OUTPUT CHECKS.  AN EXCEPTION OR REJECT LINE IN THIS
011100*================================================================
011200* 0000-MAIN-PROCESS
011300*     STREAM MAINLINE.  RECOVERS THE STREAM CHECKPOINT, RUNS
011400*     THE STEPS IN ORDER UNTIL ONE ENDS BADLY OR ALL SIX ARE
011500*     DONE, AND WRAPS UP.
011600*================================================================
011700 0000-MAIN-PROCESS.
011800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011900     MOVE WS-FIRST-STEP TO WS-STEP
012000     PERFORM 2000-RUN-STEP THRU 2000-RUN-STEP-EXIT
012100         UNTIL WS-STEP > 6 OR STREAM-FAILED
012200     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT
012300     STOP RUN.
012400
017200     DISPLAY "NIGHTRUN step " WS-STEP " - " WS-STEP-NAME
017300     MOVE 0 TO RETURN-CODE
017400     CALL "SYSTEM" USING WS-STEP-CMD
017414     MOVE RETURN-CODE TO WS-CMD-STATUS
017428     IF WS-STEP = 6 AND CMD-WARNINGS-ONLY
017442         DISPLAY "EMPINTEG reported warnings only - "
017456             "review INTEGRPT."
017470         MOVE 0 TO WS-CMD-STATUS
017477         MOVE 0 TO RETURN-CODE
017484     END-IF
017500     IF WS-CMD-STATUS NOT = 0
017600         MOVE "NONZERO COMMAND STATUS" TO WS-FAIL-REASON
017700         PERFORM 3000-FAIL-STEP THRU 3000-FAIL-STEP-EXIT
017800         GO TO 2000-RUN-STEP-EXIT
024200         WHEN 5
024300             MOVE "RPTDRIVE" TO WS-STEP-NAME
024400             MOVE "./rptDriver" TO WS-STEP-CMD
024425         WHEN 6
024450             MOVE "EMPINTEG" TO WS-STEP-NAME
024475             MOVE "./empIntegrity" TO WS-STEP-CMD
024500     END-EVALUATE.
024600 2100-SET-STEP-EXIT.
024700     EXIT.
