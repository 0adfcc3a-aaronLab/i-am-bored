000150*   2026-09-02 AJL   INITIAL EXTRACTION FROM THE CALCPOST
000160*                    BALANCE-FILE FD SO THE STATEMENT RUN
000170*                    (CALCSTMT) CAN SHARE IT.
000173*   2026-10-15 AJL   ADDED THE CURRENCY THE BALANCE IS HELD IN,
000176*                    STAMPED BY CALCPOST - BLANK IS BASE.
000180******************************************************************
000190     05  BM-ACCOUNT-NUMBER           PIC X(10).
000200     05  BM-CURRENT-BALANCE          PIC S9(13)V99  COMP-3.
000210     05  BM-LAST-ACTIVITY-DATE       PIC 9(08).
000220     05  BM-ACTIVITY-COUNT           PIC S9(7)      COMP-3.
000230     05  BM-CURRENCY-CODE            PIC X(03).
000240     05  FILLER                      PIC X(17).
