000010******************************************************************
000020* Copybook:  CALCSNP
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared balance-snapshot record layout.  One record
000060*           per balance-master account, in account order,
000070*           written to PROD.CALC.BALSNAP(+1) by the end-of-day
000080*           trial balance CALCTBAL straight after posting, each
000090*           stamped with the business date it closes.  The
000100*           prior generation is CALCTBAL's opening position for
000110*           the next day's roll-forward proof, and the as-of
000120*           listing CALCASOF reads the whole history to answer
000130*           "what was the balance on date X".  Included with
000140*           COPY CALCSNP under whatever 01-level name the
000150*           calling program needs.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   2026-10-15 AJL   INITIAL VERSION - SNAPSHOT DATE PLUS THE
000200*                    CALCBAL FIGURES, 80-BYTE RECORD.
000203*   2026-10-15 AJL   ADDED THE CURRENCY THE BALANCE IS HELD IN
000206*                    (BLANK = BASE), TAKEN FROM THE FILLER.
000210******************************************************************
000220     05  SN-SNAPSHOT-DATE            PIC 9(08).
000230     05  SN-ACCOUNT-NUMBER           PIC X(10).
000240     05  SN-CURRENT-BALANCE          PIC S9(13)V99  COMP-3.
000250     05  SN-LAST-ACTIVITY-DATE       PIC 9(08).
000260     05  SN-ACTIVITY-COUNT           PIC S9(7)      COMP-3.
000262*    CURRENCY OF SN-CURRENT-BALANCE, AS BM-CURRENCY-CODE.
000264*    BLANK = BASE CURRENCY (AND ON SNAPSHOTS TAKEN BEFORE IT).
000266     05  SN-CURRENCY-CODE            PIC X(03).
000270     05  FILLER                      PIC X(39).
