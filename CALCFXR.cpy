000010******************************************************************
000020* Copybook:  CALCFXR
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared FX rate table record layout.  One record per
000060*           currency per effective date on PROD.CALC.FXRATES,
000070*           kept by hand like the CALCINTG rate table.  The rate
000080*           for a date is the row with the latest effective date
000090*           not after it.  Read by CALCULATE, which converts each
000100*           foreign-currency result to base currency for the GL
000110*           feed, and by the month-end revaluation report
000120*           CALCREVL.  Included with COPY CALCFXR under whatever
000130*           01-level name the calling program needs.
000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-10-15 AJL   INITIAL VERSION - EFFECTIVE DATE, CURRENCY
000180*                    AND RATE, 80-BYTE CARD-EDITABLE RECORD.
000190******************************************************************
000200*        COLS  1-8   EFFECTIVE DATE YYYYMMDD
000210     05  FX-EFFECTIVE-DATE           PIC 9(08).
000220*        COLS  9-11  ISO CURRENCY CODE
000230     05  FX-CURRENCY-CODE            PIC X(03).
000240*        COLS 12-21  BASE UNITS PER ONE UNIT OF THE CURRENCY,
000250*                    9(4)V9(6), DECIMALS IMPLIED
000260     05  FX-RATE                     PIC 9(04)V9(06).
000270     05  FILLER                      PIC X(59).
