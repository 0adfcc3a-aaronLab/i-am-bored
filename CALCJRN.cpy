000170*   DATE       INIT  DESCRIPTION
000180*   2026-09-02 AJL   INITIAL VERSION - ACTION BYTE PLUS THE
000190*                    50-BYTE CALCBAL IMAGE, 60-BYTE RECORD.
000192*   2026-10-15 AJL   ACTION H RECORDS A POSTING HELD OVER THE
000194*                    OVERDRAFT LIMIT - THE IMAGE IS THE RECORD
000196*                    AS LEFT (UNCHANGED), THE HELD SERIAL IS
000198*                    TAKEN OUT OF THE FILLER.  BACKOUT SKIPS IT.
000200******************************************************************
000210     05  JN-ACTION               PIC X(01).
000220         88  JN-BEFORE-UPDATE    VALUE "U".
000230         88  JN-NEW-ACCOUNT      VALUE "A".
000235         88  JN-POSTING-HELD     VALUE "H".
000240     05  JN-BEFORE-IMAGE         PIC X(50).
000250     05  JN-IMAGE-R REDEFINES JN-BEFORE-IMAGE.
000260         10  JN-IMAGE-ACCOUNT    PIC X(10).
000270         10  FILLER              PIC X(40).
000280*        SERIAL OF THE HELD POSTING ON AN H ROW, BLANK OTHERWISE.
000290     05  JN-HELD-SERIAL          PIC X(09).
