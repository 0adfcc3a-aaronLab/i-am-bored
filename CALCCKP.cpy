000172*   2026-08-23 AJL   ADDED THE WAREHOUSED AND RELEASED COUNTS
000174*                    FOR THE PENDING-WAREHOUSE ACCOUNTING -
000176*                    RECORD LENGTH GREW FROM 50 TO 60.
000177*   2026-10-15 AJL   ADDED THE BASE-CURRENCY GRAND TOTAL, THE
000178*                    FIGURE THE GL FEED IS PROVED AGAINST -
000179*                    RECORD LENGTH GREW FROM 60 TO 70.
000180******************************************************************
000190     05  RF-LAST-INPUT-COUNT         PIC S9(7)      COMP-3.
000200     05  RF-LAST-RECORD-COUNT        PIC S9(7)      COMP-3.
000240     05  RF-LAST-HASH-TOTAL          PIC S9(13)V99  COMP-3.
000242     05  RF-LAST-WAREHOUSED-COUNT    PIC S9(7)      COMP-3.
000244     05  RF-LAST-RELEASED-COUNT      PIC S9(7)      COMP-3.
000247     05  RF-LAST-BASE-TOTAL          PIC S9(11)V99  COMP-3.
000250     05  RF-TS-DATE                  PIC 9(08).
000260     05  RF-TS-TIME                  PIC 9(08).
000270     05  FILLER                      PIC X(08).
