000190*   DATE       INIT  DESCRIPTION
000200*   2026-09-02 AJL   INITIAL VERSION - FIRST-IMAGE-PER-ACCOUNT
000210*                    RESTORE WITH A BACKOUT CONTROL REPORT.
000212*   2026-10-15 AJL   HELD-POSTING ROWS (ACTION H) ARE COUNTED
000214*                    AND SKIPPED - A HOLD NEVER TOUCHED THE
000216*                    MASTER, SO THERE IS NOTHING TO RESTORE.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CALCBKOT.
001010 77  WS-DELETE-COUNT                 PIC S9(7)   COMP VALUE ZERO.
001020 77  WS-SKIP-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001030 77  WS-WARN-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001035 77  WS-HOLD-ROW-COUNT               PIC S9(7)   COMP VALUE ZERO.
001040 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001050
001060*----------------------------------------------------------------
002130*   THEN READ THE NEXT.
002140******************************************************************
002150 2000-BACKOUT-RECORDS.
002151*    A HELD POSTING LEFT THE MASTER AS IT WAS - NOT A RESTORE
002152*    POINT, AND NOT THE ACCOUNT'S FIRST IMAGE EITHER.
002153     IF JN-POSTING-HELD
002154         ADD 1 TO WS-HOLD-ROW-COUNT
002155         PERFORM 2900-READ-NEXT THRU 2900-EXIT
002156         GO TO 2000-EXIT
002157     END-IF.
002160     PERFORM 2150-FIND-DONE-ACCOUNT THRU 2150-EXIT.
002170     IF WS-DONE-FOUND-SUB > ZERO
002180*        A LATER IMAGE FOR AN ACCOUNT ALREADY RESTORED - A
003670     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003680         AFTER ADVANCING 1 LINE.
003690
003691     MOVE SPACES TO WS-SUMMARY-LINE.
003692     MOVE "HELD-POSTING ROWS SKIPPED" TO WS-SUM-LABEL.
003693     MOVE WS-HOLD-ROW-COUNT TO WS-SUM-COUNT-ED.
003694     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
003695     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003696         AFTER ADVANCING 1 LINE.
003697
003700     MOVE SPACES TO WS-SUMMARY-LINE.
003710     MOVE "WARNINGS" TO WS-SUM-LABEL.
003720     MOVE WS-WARN-COUNT TO WS-SUM-COUNT-ED.
