003020*                  STOPPING, SO THE NIGHTRUN STREAM DRIVER CAN
003030*                  TELL A STEP THAT DIED AT INITIALIZE FROM ONE
003040*                  THAT RAN; UNTIL NOW EVERY EXIT WAS ZERO.
003041* 2026-10-15  RAM  THE SALARY GRADE IS NOW REPLAYED WITH THE REST
003042*                  OF THE AFTER IMAGE AND COMPARED WITH THE
003043*                  MASTER LIKE THE OTHER FIELDS.  AUDIT RECORDS
003044*                  AND BASELINES FROM BEFORE GRADES EXISTED
003045*                  REPLAY AS UNGRADED.
003050*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005300                   ==EMP-SALARY== BY ==E-SALARY==
005400                   ==EMP-DEPT==   BY ==E-DEPT==
005402                   ==EMP-STATUS== BY ==E-STATUS==
005404                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
005452                   ==EMP-GRADE== BY ==E-GRADE==.
005500
005600 FD  AUDIT-FILE.
005700 01  AUDIT-RECORD.
008500        10 WS-NET-DEPT PIC X(4).
008520        10 WS-NET-STATUS PIC X(1).
008540        10 WS-NET-TERM-DATE PIC 9(8).
008570       10 WS-NET-GRADE PIC X(2).
008600 01  WS-NET-COUNT PIC 9(7) COMP VALUE 0.
008700 01  WS-NET-SUB PIC 9(7) COMP VALUE 0.
008800 01  WS-NET-FOUND-SUB PIC 9(7) COMP VALUE 0.
016838     MOVE BL-SALARY TO WS-NET-SALARY (WS-NET-COUNT)
016839     MOVE BL-DEPT TO WS-NET-DEPT (WS-NET-COUNT)
016840     MOVE BL-STATUS TO WS-NET-STATUS (WS-NET-COUNT)
016841     MOVE BL-TERM-DATE TO WS-NET-TERM-DATE (WS-NET-COUNT)
016842     MOVE BL-GRADE TO WS-NET-GRADE (WS-NET-COUNT).
016843 1200-SEED-NET-ENTRY-EXIT.
016844     EXIT.
016845
016900*================================================================
017000* 2000-APPLY-AUDIT-RECORD
017100*     APPLIES ONE AUDIT RECORD TO THE NET STATE TABLE: AN ADD OR
021000             MOVE SPACES TO WS-NET-DEPT (WS-NET-FOUND-SUB)
021020             MOVE SPACE TO WS-NET-STATUS (WS-NET-FOUND-SUB)
021040             MOVE 0 TO WS-NET-TERM-DATE (WS-NET-FOUND-SUB)
021070             MOVE SPACES TO WS-NET-GRADE (WS-NET-FOUND-SUB)
021100         WHEN OTHER
021200             DISPLAY "UNKNOWN AUDIT OPERATION '" AUD-OPERATION
021300                 "' FOR ID " AUD-ID " IGNORED"
022096     MOVE AUD-AFTER-DEPT TO WS-NET-DEPT (WS-NET-FOUND-SUB)
022097     MOVE AUD-AFTER-STATUS TO WS-NET-STATUS (WS-NET-FOUND-SUB)
022098     MOVE AUD-AFTER-TERM-DATE
022099         TO WS-NET-TERM-DATE (WS-NET-FOUND-SUB)
022100     MOVE AUD-AFTER-GRADE TO WS-NET-GRADE (WS-NET-FOUND-SUB).
022101 2200-APPLY-AFTER-IMAGE-EXIT.
022102     EXIT.
022103
022200*----------------------------------------------------------------
022300* 2100-FIND-NET-ENTRY
022400*     LOCATES THE NET STATE TABLE ENTRY FOR AUD-ID, CREATING ONE
024400             MOVE "N" TO WS-NET-ON-MASTER (WS-NET-FOUND-SUB)
024420             MOVE SPACE TO WS-NET-STATUS (WS-NET-FOUND-SUB)
024440             MOVE 0 TO WS-NET-TERM-DATE (WS-NET-FOUND-SUB)
024470             MOVE SPACES TO WS-NET-GRADE (WS-NET-FOUND-SUB)
024500         ELSE
024600             IF NOT NET-TABLE-FULL-WARNED
024700                 DISPLAY "WARNING: NET STATE TABLE FULL; "
030990             TO WS-EXC-REASON
030991         PERFORM 3100-WRITE-EXCEPTION
030992             THRU 3100-WRITE-EXCEPTION-EXIT
030993     END-IF
030994     IF E-GRADE NOT = WS-NET-GRADE (WS-NET-FOUND-SUB)
030995         MOVE "GRADE DIFFERS FROM LAST AUDIT AFTER-IMAGE"
030996             TO WS-EXC-REASON
030997         PERFORM 3100-WRITE-EXCEPTION
030998             THRU 3100-WRITE-EXCEPTION-EXIT
030999     END-IF.
031000 3000-CHECK-MASTER-RECORD-NEXT.
031100     READ EMPLOYEE-MASTER NEXT
031200         AT END MOVE "Y" TO WS-MASTER-EOF
