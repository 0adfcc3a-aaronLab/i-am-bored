000200*   DATE       INIT  DESCRIPTION
000210*   2026-09-02 AJL   INITIAL VERSION - PER-STREAM STATISTICS
000220*                    CAPTURE AND HALF/DOUBLE TREND FLAGGING.
000223*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCCKP BASE-
000226*                    CURRENCY GRAND TOTAL (60 TO 70).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALCSTAT.
000690 FILE SECTION.
000700 FD  REST1-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 70 CHARACTERS.
000730 01  C1-CHECKPOINT-RECORD            PIC X(70).
000740 FD  REST2-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 70 CHARACTERS.
000770 01  C2-CHECKPOINT-RECORD            PIC X(70).
000780 FD  REST3-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 70 CHARACTERS.
000810 01  C3-CHECKPOINT-RECORD            PIC X(70).
000820
000830*----------------------------------------------------------------
000840* STAT-FILE RECORD - ONE ROW PER RUN PER STREAM, ALL DISPLAY SO
