000130*          CALCPOST REFUSES TO AUTO-CREATE AN ACCOUNT THAT IS
000140*          NOT ON IT, SO A MISTYPED ACCOUNT NUMBER SUSPENSES
000150*          INSTEAD OF SILENTLY OPENING A NEW ACCOUNT.
000155*          THE OVERDRAFT LIMIT SET HERE IS ENFORCED BY CALCPOST.
000156*          THE CURRENCY SET HERE IS THE ONLY ONE CALCULATE WILL
000157*          ACCEPT FOR THE ACCOUNT (BLANK IS BASE CURRENCY).
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000234*                    TOO (SAME EDIT AS AN ADD) - THE PANEL
000236*                    ALWAYS OFFERED THE FIELD, BUT THE KEYED
000238*                    VALUE WAS SILENTLY DISCARDED.
000239*   2026-10-15 AJL   OVERDRAFT LIMIT CODE (Y/N) AND LIMIT ON THE
000240*                    PANEL, CARRIED THROUGH THE TABLE TO THE NEW
000241*                    MASTER AND SHOWN ON THE REPORT.  A NEW
000242*                    ACCOUNT DEFAULTS TO AN ENFORCED LIMIT OF
000243*                    ZERO; AN OLD RECORD WITH NO CODE LOADS AS N.
000244*   2026-10-15 AJL   ACCOUNT CURRENCY CODE ON THE PANEL (BLANK
000245*                    FOR BASE OR THREE LETTERS), CARRIED THROUGH
000246*                    THE TABLE TO THE NEW MASTER AND SHOWN ON
000247*                    THE REPORT.
000248******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCACCT.
000270 AUTHOR. AARON LEE.
001210         10  WS-ACM-NAME             PIC X(30).
001220         10  WS-ACM-STATUS           PIC X(01).
001230         10  WS-ACM-OPEN-DATE        PIC 9(08).
001233         10  WS-ACM-LIMIT-CODE       PIC X(01).
001236         10  WS-ACM-LIMIT            PIC 9(11)V99.
001238         10  WS-ACM-CURRENCY         PIC X(03).
001240
001250*    WORK RECORD FOR BUILDING THE NEW MASTER GENERATION
001260 01  WS-ACCOUNT-RECORD.
001450     05  WS-DTL-STATUS               PIC X(01).
001460     05  FILLER                      PIC X(03)      VALUE SPACES.
001470     05  WS-DTL-NAME                 PIC X(30).
001473     05  FILLER                      PIC X(03)      VALUE SPACES.
001476     05  WS-DTL-LIMIT-CODE           PIC X(01).
001479     05  FILLER                      PIC X(03)      VALUE SPACES.
001482     05  WS-DTL-LIMIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001484     05  FILLER                      PIC X(03)      VALUE SPACES.
001486     05  WS-DTL-CURRENCY             PIC X(03).
001488     05  FILLER                      PIC X(37)      VALUE SPACES.
001490
001500 01  WS-SUMMARY-LINE.
001510     05  FILLER                      PIC X(05)      VALUE SPACES.
001650 77  WS-SCREEN-NAME                  PIC X(30)      VALUE SPACES.
001660 77  WS-SCREEN-STATUS                PIC X(01)      VALUE SPACE.
001670 77  WS-SCREEN-OPEN-DATE             PIC 9(08)      VALUE ZERO.
001673 77  WS-SCREEN-LIMIT-CODE            PIC X(01)      VALUE SPACE.
001676 77  WS-SCREEN-LIMIT                 PIC 9(11)V99   VALUE ZERO.
001677 01  WS-SCREEN-CURRENCY-FIELDS.
001678     05  WS-SCREEN-CURRENCY          PIC X(03)      VALUE SPACES.
001679     05  WS-SCREEN-CURRENCY-R REDEFINES WS-SCREEN-CURRENCY.
001680         10  WS-SCREEN-CCY-1         PIC X(01).
001681         10  WS-SCREEN-CCY-2         PIC X(01).
001682         10  WS-SCREEN-CCY-3         PIC X(01).
001683 77  WS-SCREEN-ACTION                PIC X(01)      VALUE SPACE.
001690 77  WS-SCREEN-MESSAGE               PIC X(40)      VALUE SPACES.
001700
001710 SCREEN SECTION.
001930     05  LINE 05 COLUMN 23 PIC X(01) USING WS-SCREEN-STATUS.
001940     05  LINE 06 COLUMN 01 VALUE "OPEN DATE ..........: ".
001950     05  LINE 06 COLUMN 23 PIC 9(08) USING WS-SCREEN-OPEN-DATE.
001954     05  LINE 07 COLUMN 01 VALUE "LIMIT CHECK (Y/N) ..: ".
001958     05  LINE 07 COLUMN 23 PIC X(01) USING WS-SCREEN-LIMIT-CODE.
001962     05  LINE 08 COLUMN 01 VALUE "OVERDRAFT LIMIT ....: ".
001966     05  LINE 08 COLUMN 23 PIC 9(11)V99 USING WS-SCREEN-LIMIT.
001970     05  LINE 08 COLUMN 37 VALUE "(2 DECIMALS, NO POINT)".
001971     05  LINE 09 COLUMN 01 VALUE "CURRENCY (BLNK=BASE): ".
001972     05  LINE 09 COLUMN 23 PIC X(03) USING WS-SCREEN-CURRENCY.
001974     05  LINE 10 COLUMN 01 VALUE "ACTION (W=WRITE Q=QUIT): ".
001978     05  LINE 10 COLUMN 26 PIC X(01) USING WS-SCREEN-ACTION.
001982     05  LINE 12 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
001990
002000 PROCEDURE DIVISION.
002010******************************************************************
002910                     MOVE ZERO
002920                         TO WS-ACM-OPEN-DATE (WS-ACM-USED)
002930                 END-IF
002931                 IF AM-LIMIT-ENFORCED OF AI-ACCOUNT-RECORD
002932                     MOVE "Y" TO WS-ACM-LIMIT-CODE (WS-ACM-USED)
002933                 ELSE
002934                     MOVE "N" TO WS-ACM-LIMIT-CODE (WS-ACM-USED)
002935                 END-IF
002936                 IF AM-OVERDRAFT-LIMIT OF AI-ACCOUNT-RECORD
002937                    NUMERIC
002938                     MOVE AM-OVERDRAFT-LIMIT OF AI-ACCOUNT-RECORD
002939                         TO WS-ACM-LIMIT (WS-ACM-USED)
002940                 ELSE
002941                     MOVE ZERO TO WS-ACM-LIMIT (WS-ACM-USED)
002942                 END-IF
002943                 MOVE AM-CURRENCY-CODE OF AI-ACCOUNT-RECORD
002944                     TO WS-ACM-CURRENCY (WS-ACM-USED)
002945             END-IF
002950     END-READ.
002960 1126-EXIT.
002970     EXIT.
003300******************************************************************
003310* 1600-ADD-ACCOUNT / 1610-ADD-ENTRY-SCREEN
003320*   ADD A NEW ACCOUNT.  THE ACCOUNT NUMBER MUST NOT ALREADY BE
003330*   ON THE MASTER; STATUS DEFAULTS TO OPEN, THE OPEN DATE TO
003340*   TODAY, THE LIMIT TO ENFORCED AT ZERO (NO OVERDRAFT) AND THE
003342*   CURRENCY TO BASE.
003345*   ACTION W WRITES THE ENTRY, Q ABANDONS IT.
003350******************************************************************
003360 1600-ADD-ACCOUNT.
003370     MOVE SPACES TO WS-SCREEN-ACCOUNT.
003380     MOVE SPACES TO WS-SCREEN-NAME.
003390     MOVE "O" TO WS-SCREEN-STATUS.
003400     MOVE WS-RUN-DATE TO WS-SCREEN-OPEN-DATE.
003403     MOVE "Y" TO WS-SCREEN-LIMIT-CODE.
003406     MOVE ZERO TO WS-SCREEN-LIMIT.
003408     MOVE SPACES TO WS-SCREEN-CURRENCY.
003410     MOVE SPACES TO WS-SCREEN-MESSAGE.
003420     MOVE "N" TO WS-ENTRY-DONE-SWITCH.
003430     PERFORM 1610-ADD-ENTRY-SCREEN THRU 1610-EXIT
003670******************************************************************
003680* 2100-VALIDATE-ENTRY
003690*   EDITS FOR AN ADD: ACCOUNT AND NAME PRESENT, ACCOUNT NOT
003700*   ALREADY ON THE MASTER, STATUS O/C/F, OPEN DATE NUMERIC,
003705*   LIMIT CODE Y/N AND LIMIT NUMERIC, CURRENCY BLANK OR A
003707*   THREE-LETTER CODE.
003710******************************************************************
003720 2100-VALIDATE-ENTRY.
003730     MOVE "Y" TO WS-VALID-SWITCH.
003980        OR WS-SCREEN-OPEN-DATE = ZERO
003990         MOVE "N" TO WS-VALID-SWITCH
004000         MOVE "OPEN DATE REQUIRED" TO WS-SCREEN-MESSAGE
004005         GO TO 2100-EXIT
004010     END-IF.
004015     PERFORM 2170-EDIT-LIMIT THRU 2170-EXIT.
004016     IF INPUT-IS-INVALID
004017         GO TO 2100-EXIT
004018     END-IF.
004019     PERFORM 2180-EDIT-CURRENCY THRU 2180-EXIT.
004020 2100-EXIT.
004030     EXIT.
004040
004170     END-IF.
004180 2160-EXIT.
004190     EXIT.
004191
004192*    SHARED BY ADD AND CHANGE - THE CALLER HAS ALREADY SET THE
004193*    VALID SWITCH ON.
004194 2170-EDIT-LIMIT.
004195     IF WS-SCREEN-LIMIT-CODE = "y"
004196         MOVE "Y" TO WS-SCREEN-LIMIT-CODE
004197     END-IF.
004198     IF WS-SCREEN-LIMIT-CODE = "n"
004199         MOVE "N" TO WS-SCREEN-LIMIT-CODE
004200     END-IF.
004201     IF WS-SCREEN-LIMIT-CODE NOT = "Y"
004202        AND WS-SCREEN-LIMIT-CODE NOT = "N"
004203         MOVE "N" TO WS-VALID-SWITCH
004204         MOVE "LIMIT CHECK MUST BE Y OR N" TO WS-SCREEN-MESSAGE
004205         GO TO 2170-EXIT
004206     END-IF.
004207     IF WS-SCREEN-LIMIT NOT NUMERIC
004208         MOVE "N" TO WS-VALID-SWITCH
004209         MOVE "OVERDRAFT LIMIT MUST BE NUMERIC"
004210             TO WS-SCREEN-MESSAGE
004211     END-IF.
004212 2170-EXIT.
004213     EXIT.
004214
004215*    SHARED BY ADD AND CHANGE.  BLANK IS BASE CURRENCY; ANYTHING
004216*    ELSE MUST BE THREE CAPITAL LETTERS, MATCHING THE CODES ON
004217*    THE FX RATE TABLE.
004218 2180-EDIT-CURRENCY.
004219     IF WS-SCREEN-CURRENCY = SPACES
004220         GO TO 2180-EXIT
004221     END-IF.
004222     IF WS-SCREEN-CURRENCY NOT ALPHABETIC-UPPER
004223        OR WS-SCREEN-CCY-1 = SPACE
004224        OR WS-SCREEN-CCY-2 = SPACE
004225        OR WS-SCREEN-CCY-3 = SPACE
004226         MOVE "N" TO WS-VALID-SWITCH
004227         MOVE "CURRENCY MUST BE 3 LETTERS OR BLANK"
004228             TO WS-SCREEN-MESSAGE
004229     END-IF.
004230 2180-EXIT.
004231     EXIT.
004232
004233 2200-APPLY-ADD.
004234     IF WS-ACM-USED >= WS-ACM-MAX
004235         DISPLAY "CALCACCT - ACCOUNT TABLE FULL"
004240         MOVE 16 TO WS-RETURN-CODE
004250         GO TO 9900-ABEND
004260     END-IF.
004300     MOVE WS-SCREEN-STATUS TO WS-ACM-STATUS (WS-ACM-USED).
004310     MOVE WS-SCREEN-OPEN-DATE
004320         TO WS-ACM-OPEN-DATE (WS-ACM-USED).
004323     MOVE WS-SCREEN-LIMIT-CODE TO WS-ACM-LIMIT-CODE (WS-ACM-USED).
004326     MOVE WS-SCREEN-LIMIT TO WS-ACM-LIMIT (WS-ACM-USED).
004328     MOVE WS-SCREEN-CURRENCY TO WS-ACM-CURRENCY (WS-ACM-USED).
004330     ADD 1 TO WS-ADD-COUNT.
004340     MOVE "ADDED" TO WS-DTL-ACTION.
004350     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
004380
004390******************************************************************
004400* 1700-CHANGE-ACCOUNT / 1710-CHANGE-ENTRY-SCREEN
004410*   CHANGE AN EXISTING ACCOUNT'S NAME, STATUS (OPEN, CLOSED,
004420*   FROZEN), OVERDRAFT LIMIT OR CURRENCY.  THE ACCOUNT IS KEYED
004422*   ON THE MENU-PRIMED PANEL AND ITS CURRENT VALUES ARE SHOWN
004425*   FOR CORRECTION.  A CURRENCY CHANGE DOES NOT CONVERT A
004430*   BALANCE ALREADY POSTED - CALCPOST REFUSES POSTINGS THAT NO
004435*   LONGER MATCH IT.
004440******************************************************************
004450 1700-CHANGE-ACCOUNT.
004460     MOVE SPACES TO WS-SCREEN-ACCOUNT.
004470     MOVE SPACES TO WS-SCREEN-NAME.
004480     MOVE SPACE TO WS-SCREEN-STATUS.
004490     MOVE ZERO TO WS-SCREEN-OPEN-DATE.
004493     MOVE SPACE TO WS-SCREEN-LIMIT-CODE.
004496     MOVE ZERO TO WS-SCREEN-LIMIT.
004498     MOVE SPACES TO WS-SCREEN-CURRENCY.
004500     MOVE "KEY THE ACCOUNT, THEN ACTION W"
004510         TO WS-SCREEN-MESSAGE.
004520     MOVE "N" TO WS-ENTRY-DONE-SWITCH.
004860             TO WS-SCREEN-STATUS
004870         MOVE WS-ACM-OPEN-DATE (WS-ACM-FOUND-SUB)
004880             TO WS-SCREEN-OPEN-DATE
004882         MOVE WS-ACM-LIMIT-CODE (WS-ACM-FOUND-SUB)
004884             TO WS-SCREEN-LIMIT-CODE
004886         MOVE WS-ACM-LIMIT (WS-ACM-FOUND-SUB)
004888             TO WS-SCREEN-LIMIT
004889         MOVE WS-ACM-CURRENCY (WS-ACM-FOUND-SUB)
004890             TO WS-SCREEN-CURRENCY
004891         MOVE "CURRENT VALUES SHOWN - W TO APPLY"
004900             TO WS-SCREEN-MESSAGE
004910         GO TO 2400-EXIT
004920     END-IF.
004986         MOVE "OPEN DATE REQUIRED" TO WS-SCREEN-MESSAGE
004988         GO TO 2400-EXIT
004989     END-IF.
004990     MOVE "Y" TO WS-VALID-SWITCH.
004991     PERFORM 2170-EDIT-LIMIT THRU 2170-EXIT.
004992     IF INPUT-IS-INVALID
004993         GO TO 2400-EXIT
004994     END-IF.
004995     PERFORM 2180-EDIT-CURRENCY THRU 2180-EXIT.
004996     IF INPUT-IS-INVALID
004997         GO TO 2400-EXIT
004998     END-IF.
004999     MOVE WS-SCREEN-NAME TO WS-ACM-NAME (WS-ACM-FOUND-SUB).
005000     MOVE WS-SCREEN-STATUS TO WS-ACM-STATUS (WS-ACM-FOUND-SUB).
005005     MOVE WS-SCREEN-OPEN-DATE
005006         TO WS-ACM-OPEN-DATE (WS-ACM-FOUND-SUB).
005007     MOVE WS-SCREEN-LIMIT-CODE
005008         TO WS-ACM-LIMIT-CODE (WS-ACM-FOUND-SUB).
005009     MOVE WS-SCREEN-LIMIT TO WS-ACM-LIMIT (WS-ACM-FOUND-SUB).
005010     MOVE WS-SCREEN-CURRENCY
005011         TO WS-ACM-CURRENCY (WS-ACM-FOUND-SUB).
005012     ADD 1 TO WS-CHANGE-COUNT.
005020     MOVE "CHANGED" TO WS-DTL-ACTION.
005030     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
005040     MOVE "Y" TO WS-ENTRY-DONE-SWITCH.
005090     MOVE WS-SCREEN-ACCOUNT TO WS-DTL-ACCOUNT.
005100     MOVE WS-SCREEN-STATUS TO WS-DTL-STATUS.
005110     MOVE WS-SCREEN-NAME TO WS-DTL-NAME.
005113     MOVE WS-SCREEN-LIMIT-CODE TO WS-DTL-LIMIT-CODE.
005116     MOVE WS-SCREEN-LIMIT TO WS-DTL-LIMIT.
005118     MOVE WS-SCREEN-CURRENCY TO WS-DTL-CURRENCY.
005120     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005130         AFTER ADVANCING 1 LINE.
005140 2300-EXIT.
005350         TO AM-STATUS OF WS-ACCOUNT-RECORD.
005360     MOVE WS-ACM-OPEN-DATE (WS-ACM-SUB)
005370         TO AM-OPEN-DATE OF WS-ACCOUNT-RECORD.
005372     MOVE WS-ACM-LIMIT-CODE (WS-ACM-SUB)
005374         TO AM-LIMIT-CODE OF WS-ACCOUNT-RECORD.
005376     MOVE WS-ACM-LIMIT (WS-ACM-SUB)
005378         TO AM-OVERDRAFT-LIMIT OF WS-ACCOUNT-RECORD.
005379     MOVE WS-ACM-CURRENCY (WS-ACM-SUB)
005380         TO AM-CURRENCY-CODE OF WS-ACCOUNT-RECORD.
005381     WRITE AO-ACCOUNT-RECORD FROM WS-ACCOUNT-RECORD.
005390 7010-EXIT.
005400     EXIT.
005410
