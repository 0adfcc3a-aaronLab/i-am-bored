000010******************************************************************
000020* Copybook:  CALCSTO
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared standing-instruction master record layout.
000060*           One record per recurring transfer or charge, keyed
000070*           by account number and a sequence within the account.
000080*           Maintained on the CALCSTOM panel; read daily by the
000090*           generator CALCSTOG, which writes one transaction for
000100*           each due occurrence and carries the advanced
000110*           next-due date forward on the new master generation.
000120*           Included with COPY CALCSTO under whatever 01-level
000130*           name the calling program needs.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-10-15 AJL   INITIAL VERSION - ACCOUNT AND SEQUENCE,
000180*                    DESCRIPTION, OPERATION AND AMOUNTS,
000190*                    FREQUENCY, NEXT-DUE AND END DATES, STATUS
000200*                    AND LAST-GENERATED DATE, 80-BYTE RECORD.
000210******************************************************************
000220     05  SO-ACCOUNT-NUMBER           PIC X(10).
000230     05  SO-SEQUENCE                 PIC 9(02).
000240     05  SO-DESCRIPTION              PIC X(20).
000250     05  SO-OPERATION-CODE           PIC X(01).
000260     05  SO-FIRST-NUMBER             PIC S9(9)V99   COMP-3.
000270     05  SO-SECOND-NUMBER            PIC S9(9)V99   COMP-3.
000280*        D DAILY, W EVERY SEVEN DAYS, M MONTHLY ON THE DAY OF
000290*        THE FIRST DUE DATE, N MONTHLY ON A KEYED DAY.  BOTH
000300*        MONTHLY FORMS KEEP THEIR DAY IN SO-DAY-OF-MONTH; A DAY
000305*        PAST THE END OF A SHORT MONTH FALLS ON ITS LAST DAY.
000310     05  SO-FREQUENCY                PIC X(01).
000320         88  SO-FREQ-DAILY           VALUE "D".
000330         88  SO-FREQ-WEEKLY          VALUE "W".
000340         88  SO-FREQ-MONTHLY         VALUE "M".
000350         88  SO-FREQ-DAY-OF-MONTH    VALUE "N".
000360     05  SO-DAY-OF-MONTH             PIC 9(02).
000370     05  SO-NEXT-DUE-DATE            PIC 9(08).
000380*        ZERO MEANS THE INSTRUCTION RUNS UNTIL CANCELLED.
000390     05  SO-END-DATE                 PIC 9(08).
000400     05  SO-STATUS                   PIC X(01).
000410         88  SO-STATUS-ACTIVE        VALUE "A".
000420         88  SO-STATUS-HELD          VALUE "H".
000430         88  SO-STATUS-EXPIRED       VALUE "E".
000440         88  SO-STATUS-CANCELLED     VALUE "X".
000450     05  SO-LAST-GEN-DATE            PIC 9(08).
000460     05  FILLER                      PIC X(07).
