000287*                    ITS FIRST MATCH, AND A SERIAL-LESS MATCH
000288*                    ALSO DEMANDS THE ITEM WAS SUSPENDED TODAY
000289*                    (THE ONLY GENERATION CALCFIX WORKS).
000290*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCSUS CURRENCY
000291*                    FIELDS (SUSPENSE 66 TO 82, AGING MASTER 80
000292*                    TO 96).
000293******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CALCSAGE.
000320 AUTHOR. AARON LEE.
000780 FILE SECTION.
000790*----------------------------------------------------------------
000800* AGING MASTER RECORDS - FIRST-SEEN DATE PLUS THE CALCSUS
000810* SUSPENSE RECORD, 96 BYTES.  BOTH SIDES ARE HANDLED THROUGH
000820* THE WORKING-STORAGE VIEW WS-MASTER-RECORD.
000830*----------------------------------------------------------------
000840 FD  SAGE-IN-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 96 CHARACTERS.
000870 01  SI-MASTER-RECORD                PIC X(96).
000880
000890 FD  SAGE-OUT-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 96 CHARACTERS.
000920 01  SO-MASTER-RECORD                PIC X(96).
000930
000940*----------------------------------------------------------------
000950* SUSP-FILE RECORD - SHARED LAYOUT, SEE CALCSUS COPYBOOK.
000960*----------------------------------------------------------------
000970 FD  SUSP-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 82 CHARACTERS.
001000 01  SU-SUSPENSE-RECORD.
001010     COPY CALCSUS.
001020
001710         10  WS-SGT-SERIAL           PIC 9(09).
001720         10  WS-SGT-SEQUENCE         PIC 9(07).
001730         10  WS-SGT-STATE            PIC X(01).
001740         10  WS-SGT-DATA             PIC X(82).
001750
001760*----------------------------------------------------------------
001770* THE CALCFIX RELIEF ROWS IN CORE.
