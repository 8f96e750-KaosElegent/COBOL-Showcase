000590*                  EMPBKUPG FOR A RESTORE; THE RUN THEN REPLAYS
000600*                  THE MOUNTED ARCHIVE INSTEAD OF THE LIVE
000610*                  TRAIL AND IGNORES THE BASELINE.
000612* 2026-10-15  RAM  THE SALARY GRADE IS NOW REPLAYED WITH THE REST
000614*                  OF THE AFTER IMAGE AND WRITTEN TO THE EXTRACT.
000616*                  AUDIT RECORDS AND BASELINES FROM BEFORE GRADES
000618*                  EXISTED REPLAY AS UNGRADED.
000620*================================================================
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000980                   ==EMP-SALARY== BY ==AX-SALARY==
000990                   ==EMP-DEPT==   BY ==AX-DEPT==
001000                   ==EMP-STATUS== BY ==AX-STATUS==
001010                   ==EMP-TERM-DATE== BY ==AX-TERM-DATE==
001015                   ==EMP-GRADE== BY ==AX-GRADE==.
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-AUDIT-STATUS PIC X(2) VALUE "00".
001330        10 WS-ASOF-DEPT PIC X(4).
001340        10 WS-ASOF-STATUS PIC X(1).
001350        10 WS-ASOF-TERM-DATE PIC 9(8).
001355       10 WS-ASOF-GRADE PIC X(2).
001360 01  WS-ASOF-COUNT PIC 9(7) COMP VALUE 0.
001370 01  WS-ASOF-SUB PIC 9(7) COMP VALUE 0.
001380 01  WS-ASOF-FOUND-SUB PIC 9(7) COMP VALUE 0.
003010     MOVE BL-SALARY TO WS-ASOF-SALARY (WS-ASOF-COUNT)
003020     MOVE BL-DEPT TO WS-ASOF-DEPT (WS-ASOF-COUNT)
003030     MOVE BL-STATUS TO WS-ASOF-STATUS (WS-ASOF-COUNT)
003040     MOVE BL-TERM-DATE TO WS-ASOF-TERM-DATE (WS-ASOF-COUNT)
003045     MOVE BL-GRADE TO WS-ASOF-GRADE (WS-ASOF-COUNT).
003050 1070-SEED-ONE-ENTRY-EXIT.
003060     EXIT.
003070
004000                 TO WS-ASOF-STATUS (WS-ASOF-FOUND-SUB)
004010             MOVE AUD-AFTER-TERM-DATE
004020                 TO WS-ASOF-TERM-DATE (WS-ASOF-FOUND-SUB)
004023             MOVE AUD-AFTER-GRADE
004026                 TO WS-ASOF-GRADE (WS-ASOF-FOUND-SUB)
004030         WHEN AUD-IS-DELETE
004040             MOVE "N" TO WS-ASOF-PRESENT (WS-ASOF-FOUND-SUB)
004050             MOVE SPACES TO WS-ASOF-NAME (WS-ASOF-FOUND-SUB)
004080             MOVE SPACES TO WS-ASOF-DEPT (WS-ASOF-FOUND-SUB)
004090             MOVE SPACE TO WS-ASOF-STATUS (WS-ASOF-FOUND-SUB)
004100             MOVE 0 TO WS-ASOF-TERM-DATE (WS-ASOF-FOUND-SUB)
004105             MOVE SPACES TO WS-ASOF-GRADE (WS-ASOF-FOUND-SUB)
004110         WHEN OTHER
004120             DISPLAY "UNKNOWN AUDIT OPERATION '" AUD-OPERATION
004130                 "' FOR ID " AUD-ID " IGNORED"
004390             MOVE "N" TO WS-ASOF-PRESENT (WS-ASOF-FOUND-SUB)
004400             MOVE SPACE TO WS-ASOF-STATUS (WS-ASOF-FOUND-SUB)
004410             MOVE 0 TO WS-ASOF-TERM-DATE (WS-ASOF-FOUND-SUB)
004413             MOVE SPACES
004416                 TO WS-ASOF-GRADE (WS-ASOF-FOUND-SUB)
004420         ELSE
004430             IF NOT ASOF-TABLE-FULL-WARNED
004440                 DISPLAY "WARNING: AS-OF TABLE FULL; "
005000             MOVE WS-ASOF-STATUS (WS-ASOF-SUB) TO AX-STATUS
005010             MOVE WS-ASOF-TERM-DATE (WS-ASOF-SUB)
005020                 TO AX-TERM-DATE
005025             MOVE WS-ASOF-GRADE (WS-ASOF-SUB) TO AX-GRADE
005030             WRITE ASOF-RECORD
005040             ADD 1 TO WS-WRITTEN-COUNT
005050         END-IF
005310         DISPLAY "  Salary     : " WS-DISPSALARY
005320         DISPLAY "  Department : " WS-ASOF-DEPT (1)
005330         DISPLAY "  Status     : " WS-ASOF-STATUS (1)
005335         DISPLAY "  Grade      : " WS-ASOF-GRADE (1)
005340         IF WS-ASOF-STATUS (1) = "T"
005350             DISPLAY "  Terminated : " WS-ASOF-TERM-DATE (1)
005360         END-IF
