003600*                  ALONGSIDE THE GENERATION SO OLD PERIODS CAN
003700*                  BE RECONSTRUCTED FROM THEIR OWN STARTING
003800*                  POINT.
003820* 2026-10-15  RAM  THE SALARY GRADE IS NOW REPLAYED WITH THE REST
003840*                  OF THE AFTER IMAGE AND CARRIED ON THE
003860*                  BASELINE.  AUDIT RECORDS AND BASELINES FROM
003880*                  BEFORE GRADES EXISTED REPLAY AS UNGRADED.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
010000        10 WS-BASE-DEPT PIC X(4).
010100        10 WS-BASE-STATUS PIC X(1).
010200        10 WS-BASE-TERM-DATE PIC 9(8).
010250       10 WS-BASE-GRADE PIC X(2).
010300 01  WS-BASE-COUNT PIC 9(7) COMP VALUE 0.
010400 01  WS-BASE-SUB PIC 9(7) COMP VALUE 0.
010500 01  WS-BASE-FOUND-SUB PIC 9(7) COMP VALUE 0.
020100                         TO WS-BASE-STATUS (WS-BASE-COUNT)
020200                     MOVE BL-TERM-DATE
020300                         TO WS-BASE-TERM-DATE (WS-BASE-COUNT)
020330                     MOVE BL-GRADE
020360                         TO WS-BASE-GRADE (WS-BASE-COUNT)
020400                 END-IF
020500         END-READ
020600     END-PERFORM
028100                 TO WS-BASE-STATUS (WS-BASE-FOUND-SUB)
028200             MOVE AUD-AFTER-TERM-DATE
028300                 TO WS-BASE-TERM-DATE (WS-BASE-FOUND-SUB)
028330             MOVE AUD-AFTER-GRADE
028360                 TO WS-BASE-GRADE (WS-BASE-FOUND-SUB)
028400         WHEN AUD-IS-DELETE
028500             MOVE "N" TO WS-BASE-PRESENT (WS-BASE-FOUND-SUB)
028600             MOVE SPACES TO WS-BASE-NAME (WS-BASE-FOUND-SUB)
028900             MOVE SPACES TO WS-BASE-DEPT (WS-BASE-FOUND-SUB)
029000             MOVE SPACE TO WS-BASE-STATUS (WS-BASE-FOUND-SUB)
029100             MOVE 0 TO WS-BASE-TERM-DATE (WS-BASE-FOUND-SUB)
029150             MOVE SPACES TO WS-BASE-GRADE (WS-BASE-FOUND-SUB)
029200         WHEN OTHER
029300             DISPLAY "UNKNOWN AUDIT OPERATION '" AUD-OPERATION
029400                 "' FOR ID " AUD-ID " IGNORED"
035500             MOVE WS-BASE-STATUS (WS-BASE-SUB) TO BL-STATUS
035600             MOVE WS-BASE-TERM-DATE (WS-BASE-SUB)
035700                 TO BL-TERM-DATE
035750             MOVE WS-BASE-GRADE (WS-BASE-SUB) TO BL-GRADE
035800             WRITE BASELINE-RECORD
035900             ADD 1 TO WS-BASELINE-WRITTEN
036000             ADD WS-BASE-SALARY (WS-BASE-SUB)
