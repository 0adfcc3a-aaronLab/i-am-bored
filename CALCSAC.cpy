000010******************************************************************
000020* Copybook:  CALCSAC
000030* Author:    Aaron Lee
000040* Date-Written: 2026-10-15
000050* Purpose:  Shared source-activity record layout.  Written by
000060*           the split CALCSPLT: one batch record (type B) for
000070*           every input batch, accepted or rejected, with its
000080*           source, detail count and control amount, and one
000090*           detail record (type D) naming the serial and control
000100*           amount of every detail of an accepted batch that
000105*           went to a stream.
000110*           Read by the settlement report CALCSETL, which ties
000120*           each serial back to its source system through the
000130*           stream outputs.  Included with COPY CALCSAC under
000140*           whatever 01-level name the calling program needs.
000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   2026-10-15 AJL   INITIAL VERSION - BATCH AND DETAIL VIEWS,
000190*                    80-BYTE RECORD.
000200******************************************************************
000210     05  SA-RECORD-TYPE              PIC X(01).
000220         88  SA-BATCH-RECORD         VALUE "B".
000230         88  SA-DETAIL-RECORD        VALUE "D".
000240     05  SA-SOURCE-SYSTEM            PIC X(08).
000250*        INPUT BATCH NUMBER, 1 UP IN TRANSIN ORDER.
000260     05  SA-BATCH-NUMBER             PIC 9(04).
000270     05  SA-BATCH-BODY.
000280         10  SA-BATCH-STATUS         PIC X(01).
000290             88  SA-BATCH-ACCEPTED   VALUE "A".
000300             88  SA-BATCH-REJECTED   VALUE "R".
000310*            BLANK ON AN ACCEPTED BATCH.
000320         10  SA-REJECT-REASON        PIC X(01).
000330             88  SA-REJ-UNKNOWN      VALUE "U".
000340             88  SA-REJ-INACTIVE     VALUE "I".
000350             88  SA-REJ-OPERATION    VALUE "O".
000360             88  SA-REJ-OVER-LIMIT   VALUE "L".
000370         10  SA-EXTRACT-DATE         PIC 9(08).
000380         10  SA-DETAIL-COUNT         PIC 9(09).
000390         10  SA-BATCH-AMOUNT         PIC S9(13)V99
000400                                     SIGN LEADING SEPARATE.
000410         10  FILLER                  PIC X(32).
000420     05  SA-DETAIL-BODY REDEFINES SA-BATCH-BODY.
000430*            ZERO WHEN THE DETAIL'S SERIAL WAS NOT NUMERIC.
000440         10  SA-SERIAL-NUMBER        PIC 9(09).
000450*            FIRST + SECOND NUMBERS, AS IN THE TRAILER HASH.
000460         10  SA-DETAIL-AMOUNT        PIC S9(13)V99
000470                                     SIGN LEADING SEPARATE.
000480         10  FILLER                  PIC X(42).
