000626*                    AGING RUN CAN IGNORE A STALE WORK FILE ON
000628*                    A NO-FIX DAY INSTEAD OF RE-APPLYING
000629*                    YESTERDAY'S RELIEF.
000630*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000631*                    FIELDS (57 TO 73, SUSPENSE 66 TO 82).  THE
000632*                    CURRENCY CAN BE CORRECTED ON THE PANEL FOR
000633*                    A REASON-17 REJECT (BLANK TAKES THE
000634*                    ACCOUNT'S OWN); A MISSING RATE IS FIXED ON
000635*                    THE FX RATE TABLE BEFORE THE RECYCLE RUN.
000636*   2026-10-15 AJL   A RECYCLED REVERSAL KEEPS ITS ORIGINAL'S FX
000637*                    RATE SO IT STILL OFFSETS IN BASE CURRENCY.
000638******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. CALCFIX.
000660 AUTHOR. AARON LEE.
001100*----------------------------------------------------------------
001110 FD  SUSP-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 82 CHARACTERS.
001140 01  SU-SUSPENSE-RECORD.
001150     COPY CALCSUS.
001160
001190*----------------------------------------------------------------
001200 FD  RECYCLE-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 73 CHARACTERS.
001230 01  RC-RECYCLE-RECORD.
001240     COPY CALCREC.
001250
002410 77  WS-SCREEN-OPERATION             PIC X(01)      VALUE SPACE.
002420 77  WS-SCREEN-EFFECTIVE             PIC 9(08)      VALUE ZERO.
002430 77  WS-SCREEN-ACCOUNT               PIC X(10)      VALUE SPACES.
002435 77  WS-SCREEN-CURRENCY              PIC X(03)      VALUE SPACES.
002440 77  WS-SCREEN-ACTION                PIC X(01)      VALUE SPACE.
002450 77  WS-SCREEN-MESSAGE               PIC X(40)      VALUE SPACES.
002460
002750         USING WS-SCREEN-SECOND-NUMBER.
002760     05  LINE 08 COLUMN 01 VALUE "OPERATION (A/S/M/D).: ".
002770     05  LINE 08 COLUMN 23 PIC X(01) USING WS-SCREEN-OPERATION.
002773     05  LINE 08 COLUMN 40 VALUE "CURRENCY (BLNK=ACCT): ".
002776     05  LINE 08 COLUMN 62 PIC X(03) USING WS-SCREEN-CURRENCY.
002780     05  LINE 09 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
002790     05  LINE 09 COLUMN 23 PIC X(10) USING WS-SCREEN-ACCOUNT.
002800     05  LINE 09 COLUMN 40 VALUE "EFFECTIVE (0=TODAY): ".
004470         TO WS-SCREEN-OPERATION.
004480     MOVE CR-ACCOUNT-NUMBER OF WS-CALC-RECORD
004490         TO WS-SCREEN-ACCOUNT.
004493     MOVE CR-CURRENCY-CODE OF WS-CALC-RECORD
004496         TO WS-SCREEN-CURRENCY.
004500     IF CR-EFFECTIVE-DATE OF WS-CALC-RECORD NUMERIC
004510         MOVE CR-EFFECTIVE-DATE OF WS-CALC-RECORD
004520             TO WS-SCREEN-EFFECTIVE
004980         WHEN SU-ACCOUNT-NOT-OPEN
004990             MOVE "ACCOUNT UNKNOWN OR NOT OPEN"
005000                 TO WS-SCREEN-REASON
005002         WHEN SU-CURRENCY-NOT-VALID
005004             MOVE "CURRENCY WRONG OR NO FX RATE"
005006                 TO WS-SCREEN-REASON
005010         WHEN OTHER
005020             MOVE "UNKNOWN REASON CODE" TO WS-SCREEN-REASON
005030     END-EVALUATE.
006030     EXIT.
006040
006050 2750-WRITE-RECYCLE.
006060*    THE RESULT, RATE AND BASE RESULT ARE LEFT AT ZERO -
006070*    CALCULATE RECOMPUTES THEM WHEN THE RECYCLED TRANSACTION
006075*    COMES BACK THROUGH TRANSIN.
006080     MOVE WS-SCREEN-FIRST-NUMBER
006090         TO CR-FIRST-NUMBER OF WS-CALC-RECORD.
006100     MOVE WS-SCREEN-SECOND-NUMBER
006270     MOVE WS-SCREEN-EFFECTIVE
006280         TO CR-EFFECTIVE-DATE OF WS-CALC-RECORD.
006290     MOVE ZERO TO CR-RESULT OF WS-CALC-RECORD.
006292     MOVE WS-SCREEN-CURRENCY
006294         TO CR-CURRENCY-CODE OF WS-CALC-RECORD.
006295*    A REVERSAL KEEPS THE RATE ITS ORIGINAL WAS CONVERTED AT;
006296*    ANYTHING ELSE IS RATED AFRESH BY CALCULATE.
006297     IF NOT CR-REVERSAL-RECORD OF WS-CALC-RECORD
006298         MOVE ZERO TO CR-FX-RATE OF WS-CALC-RECORD
006299     END-IF.
006300     MOVE ZERO TO CR-BASE-RESULT OF WS-CALC-RECORD.
006301     MOVE WS-CALC-RECORD TO RC-RECYCLE-RECORD.
006310     WRITE RC-RECYCLE-RECORD.
006320     ADD 1 TO WS-RECYCLE-COUNT.
006330     ADD WS-SCREEN-FIRST-NUMBER TO WS-RECYCLE-HASH.
