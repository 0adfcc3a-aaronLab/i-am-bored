000290*                    CROSS-REFERENCE (80 TO 100); THE DETAIL
000300*                    LINE NOW SHOWS THE SERIAL AND, ON REVERSAL
000310*                    ROWS, THE ORIGINAL SERIAL BACKED OUT.
000311*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCAUD APPROVING
000312*                    OPERATOR (100 TO 110); THE DETAIL LINE NOW
000313*                    SHOWS THE APPROVER OF A RELEASED ITEM.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCAUDR.
000840*----------------------------------------------------------------
000850 FD  AUDIT-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 110 CHARACTERS.
000880 01  AU-AUDIT-RECORD.
000890     COPY CALCAUD.
000900
001250*----------------------------------------------------------------
001260 FD  HISTORY-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 110 CHARACTERS.
001290 01  HI-HISTORY-RECORD               PIC X(110).
001300
001310 FD  RETAIN-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 110 CHARACTERS.
001340 01  RT-RETAIN-RECORD                PIC X(110).
001350
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------
002180     05  WS-DTL-SERIAL               PIC 9(09).
002190     05  FILLER                      PIC X(02)      VALUE SPACES.
002200     05  WS-DTL-ORIGINAL             PIC X(09).
002202     05  FILLER                      PIC X(02)      VALUE SPACES.
002204     05  WS-DTL-APPROVER             PIC X(08).
002210     05  FILLER                      PIC X(09)      VALUE SPACES.
002220
002230 01  WS-SUMMARY-LINE.
002240     05  FILLER                      PIC X(05)      VALUE SPACES.
004700     ELSE
004710         MOVE SPACES TO WS-DTL-ORIGINAL
004720     END-IF.
004722     MOVE AU-APPROVED-BY TO WS-DTL-APPROVER.
004730     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004740         AFTER ADVANCING 1 LINE.
004750 2300-EXIT.
