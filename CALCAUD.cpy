000210*                    ORIGINAL SERIAL IT BACKS OUT, SO REVERSAL
000220*                    AND ORIGINAL CROSS-REFERENCE ON THE TRAIL -
000230*                    RECORD LENGTH GREW FROM 80 TO 100.
000232*   2026-10-15 AJL   ADDED THE APPROVING OPERATOR FOR AN ITEM
000234*                    RELEASED THROUGH THE APPROVAL QUEUE (THE
000236*                    ENTERING OPERATOR STAYS IN AU-OPERATOR-ID),
000238*                    AND STATUS QUEUED FOR A SCREEN ENTRY PARKED
000239*                    FOR APPROVAL - RECORD GREW FROM 100 TO 110.
000240******************************************************************
000250     05  AU-TS-DATE                  PIC 9(08).
000260     05  FILLER                      PIC X(01).
000400         88  AU-STATUS-PROCESSED     VALUE "PROCESSED".
000410         88  AU-STATUS-AUTH-VIOL     VALUE "AUTH-VIOL".
000420         88  AU-STATUS-REVERSAL      VALUE "REVERSAL".
000425         88  AU-STATUS-QUEUED        VALUE "QUEUED".
000430     05  FILLER                      PIC X(01).
000440     05  AU-SERIAL-NUMBER            PIC 9(09).
000450     05  FILLER                      PIC X(01).
000460     05  AU-ORIGINAL-SERIAL          PIC 9(09).
000470     05  FILLER                      PIC X(01).
000480     05  AU-APPROVED-BY              PIC X(08).
000490     05  FILLER                      PIC X(01).
