000010******************************************************************
000020* Copybook:  CALCAPQ
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared approval-queue record layout.  A screen entry
000060*           over the entering operator's approval threshold is
000070*           parked here by CALCULATE instead of being processed;
000080*           a second operator approves or declines it on the
000090*           CALCAPPR panel, and the nightly release run CALCAPRL
000100*           serials the approved items into a controlled batch
000110*           for the next CALCULATE run.  The parked transaction
000120*           itself is carried unchanged in AQ-TRANS-DATA in the
000130*           CALCREC layout.  Included with COPY CALCAPQ under
000140*           whatever 01-level name the calling program needs.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   2026-10-15 AJL   INITIAL VERSION - QUEUE DATE AND TIME,
000190*                    ENTERING OPERATOR, STATUS, DECIDING
000200*                    OPERATOR AND DATE, RELEASE SERIAL AND DATE,
000210*                    AND THE PARKED TRANSACTION (120 BYTES).
000213*   2026-10-15 AJL   PARKED TRANSACTION WIDENED 57 TO 73 FOR THE
000216*                    CALCREC CURRENCY FIELDS (120 TO 136 BYTES).
000220******************************************************************
000230     05  AQ-QUEUE-DATE               PIC 9(08).
000240     05  AQ-QUEUE-TIME               PIC 9(08).
000250     05  AQ-ENTERED-BY               PIC X(08).
000260     05  AQ-QUEUE-STATUS             PIC X(01).
000270         88  AQ-STATUS-PENDING       VALUE "P".
000280         88  AQ-STATUS-APPROVED      VALUE "A".
000290         88  AQ-STATUS-DECLINED      VALUE "D".
000300         88  AQ-STATUS-RELEASED      VALUE "R".
000310     05  AQ-DECIDED-BY               PIC X(08).
000320     05  AQ-DECISION-DATE            PIC 9(08).
000330     05  AQ-RELEASE-SERIAL           PIC 9(09).
000340     05  AQ-RELEASE-DATE             PIC 9(08).
000350     05  AQ-TRANS-DATA               PIC X(73).
000360     05  FILLER                      PIC X(05).
