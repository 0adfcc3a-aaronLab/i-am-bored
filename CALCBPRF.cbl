000264*                    NOW HOLDS AND RESTORES THE MASTER RECORD
000266*                    AREA AROUND THE WRITE, SO THE MATCH KEEPS
000268*                    PROVING AGAINST THE RECORD IT HAD IN HAND.
000269*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000270*                    FIELDS (57 TO 73).
000271******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CALCBPRF.
000300 AUTHOR. AARON LEE.
000680*----------------------------------------------------------------
000690 FD  POSTED-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 73 CHARACTERS.
000720 01  PD-POSTED-RECORD.
000730     COPY CALCREC.
000740
