000360*                    SERIAL IS NOT ON THE PROCESSED HISTORY.
000370*   2026-09-02 AJL   REASON 16 ADDED FOR A POSTING DATE THAT
000380*                    FALLS IN A CLOSED ACCOUNTING PERIOD.
000382*   2026-10-15 AJL   TRANSACTION DATA WIDENED 57 TO 73 FOR THE
000384*                    CALCREC CURRENCY FIELDS (66 TO 82); REASON
000386*                    17 ADDED FOR A CURRENCY WITH NO FX RATE FOR
000388*                    THE POSTING DATE OR NOT THE ACCOUNT'S OWN.
000390******************************************************************
000400     05  SU-REASON-CODE          PIC X(02).
000410         88  SU-FIRST-NOT-NUMERIC        VALUE "01".
000540         88  SU-ACCOUNT-NOT-OPEN         VALUE "14".
000550         88  SU-ORIGINAL-NOT-FOUND       VALUE "15".
000560         88  SU-CLOSED-PERIOD            VALUE "16".
000565         88  SU-CURRENCY-NOT-VALID       VALUE "17".
000570     05  SU-INPUT-SEQUENCE       PIC 9(07).
000580     05  SU-TRANS-DATA           PIC X(73).
