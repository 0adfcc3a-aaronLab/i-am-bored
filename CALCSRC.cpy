000010******************************************************************
000020* Copybook:  CALCSRC
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared source-system registry record layout.  One
000060*           record per upstream system allowed to send batches
000070*           into the daily run, keyed by the code its batch
000080*           headers carry in CH-SOURCE-SYSTEM.  Read by the
000090*           split CALCSPLT, which rejects a whole batch from an
000100*           unknown or inactive source, a batch carrying an
000110*           operation the source may not submit, or a batch
000120*           whose control amount is over the source's ceiling,
000130*           and by the settlement report CALCSETL.  All DISPLAY
000140*           so the master stays card-editable (SRCREGJ).
000150*           Included with COPY CALCSRC under whatever 01-level
000160*           name the calling program needs.
000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-10-15 AJL   INITIAL VERSION - SOURCE CODE, DESCRIPTION,
000210*                    STATUS, ALLOWED OPERATIONS AND MAXIMUM
000220*                    BATCH AMOUNT, 80-BYTE RECORD.
000230******************************************************************
000240     05  SR-SOURCE-SYSTEM            PIC X(08).
000250     05  SR-DESCRIPTION              PIC X(30).
000260     05  SR-STATUS                   PIC X(01).
000270         88  SR-STATUS-ACTIVE        VALUE "A".
000280         88  SR-STATUS-INACTIVE      VALUE "I".
000290*        Y OR N FOR EACH OF A/S/M/D, AS ON THE OPERATOR MASTER.
000300*        A REVERSAL IS ALLOWED WHEN ITS OPERATION IS.
000310     05  SR-AUTH-ADD                 PIC X(01).
000320     05  SR-AUTH-SUBTRACT            PIC X(01).
000330     05  SR-AUTH-MULTIPLY            PIC X(01).
000340     05  SR-AUTH-DIVIDE              PIC X(01).
000350*        CEILING ON ONE BATCH'S CONTROL AMOUNT (THE TRAILER HASH
000360*        OF FIRST + SECOND NUMBERS), EITHER SIGN.  ZERO = NO
000370*        CEILING.
000380     05  SR-MAX-BATCH-AMOUNT         PIC 9(11)V99.
000390     05  FILLER                      PIC X(24).
