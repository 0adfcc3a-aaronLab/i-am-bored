000290*                    AMOUNTS ONLY HOLD TWO DECIMALS AND A MOVED
000300*                    RATE UNDER 1 PER CENT WOULD TRUNCATE TO
000310*                    NOTHING.
000312*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000314*                    FIELDS (57 TO 73).  THE CURRENCY IS LEFT
000316*                    BLANK - THE ACCRUAL IS IN THE ACCOUNT'S OWN
000318*                    CURRENCY, LIKE THE BALANCE IT IS FIGURED ON.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCINTG.
001190*----------------------------------------------------------------
001200 FD  TRANS-OUT-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 73 CHARACTERS.
001230 01  TX-TRANS-RECORD.
001240     COPY CALCREC.
001250
