000245*   2026-09-02 AJL   THE CONTROL TOTALS NOW SHOW THE STATEMENT
000246*                    LINES OMITTED ON TABLE OVERFLOW, SO THE
000247*                    RC 4 THEY DRIVE IS EXPLAINED ON THE REPORT.
000248*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000249*                    FIELDS (57 TO 73).  THE STATEMENT HEADING
000250*                    SHOWS THE ACCOUNT'S CURRENCY; BALANCES AND
000251*                    RESULTS STAY IN THAT CURRENCY.
000252******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CALCSTMT.
000280 AUTHOR. AARON LEE.
000660*----------------------------------------------------------------
000670 FD  POSTED-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 73 CHARACTERS.
000700 01  PD-POSTED-RECORD.
000710     COPY CALCREC.
000720
001190* OVERFLOW ONLY OMITS LINES, NEVER MONEY.
001200*----------------------------------------------------------------
001210 77  WS-CURRENT-ACCOUNT              PIC X(10)      VALUE SPACES.
001215 77  WS-ACCT-CURRENCY                PIC X(03)      VALUE SPACES.
001220 77  WS-ACCT-TOTAL                   PIC S9(13)V99 COMP-3
001230                                                     VALUE ZERO.
001240 77  WS-OPENING-BALANCE              PIC S9(13)V99 COMP-3
001510         VALUE "STATEMENT OF ACCOUNT".
001520     05  FILLER                      PIC X(05)      VALUE SPACES.
001530     05  WS-SHD-ACCOUNT              PIC X(10).
001533     05  FILLER                      PIC X(05)      VALUE SPACES.
001536     05  FILLER                      PIC X(09)
001539         VALUE "CURRENCY ".
001542     05  WS-SHD-CURRENCY             PIC X(04).
001545     05  FILLER                      PIC X(74)      VALUE SPACES.
001550
001560 01  WS-DETAIL-LINE.
001570     05  FILLER                      PIC X(05)      VALUE SPACES.
002500 2000-BUILD-STATEMENT.
002510     MOVE CR-ACCOUNT-NUMBER OF PD-POSTED-RECORD
002520         TO WS-CURRENT-ACCOUNT.
002523     MOVE CR-CURRENCY-CODE OF PD-POSTED-RECORD
002526         TO WS-ACCT-CURRENCY.
002530     MOVE ZERO TO WS-ACCT-TOTAL.
002540     MOVE ZERO TO WS-STMT-USED.
002545     MOVE ZERO TO WS-ACCT-OMITTED.
003010*   BALANCE IS THE MASTER BALANCE LESS THE MONTH'S ACTIVITY, SO
003020*   OPENING PLUS EVERY PRINTED TRANSACTION CLOSES BACK TO THE
003030*   MASTER.  AN ACCOUNT WITH ACTIVITY BUT NO MASTER RECORD IS
003040*   STATED FROM A ZERO OPENING AND FLAGGED.  EVERY FIGURE IS IN
003042*   THE ACCOUNT'S OWN CURRENCY, TAKEN FROM THE MASTER (OR FROM
003044*   THE POSTED ACTIVITY WHEN THE ACCOUNT IS NOT ON IT) AND SHOWN
003046*   ON THE HEADING - BLANK IS BASE CURRENCY.
003050******************************************************************
003060 2200-PRINT-STATEMENT.
003070     MOVE "N" TO WS-ON-MASTER-SWITCH.
003100     EVALUATE WS-BALANCE-STATUS
003110         WHEN "00"
003120             MOVE "Y" TO WS-ON-MASTER-SWITCH
003125             MOVE BM-CURRENCY-CODE TO WS-ACCT-CURRENCY
003130             COMPUTE WS-OPENING-BALANCE =
003140                 BM-CURRENT-BALANCE - WS-ACCT-TOTAL
003150         WHEN "23"
003240
003250     ADD 1 TO WS-STMT-COUNT.
003290     MOVE WS-CURRENT-ACCOUNT TO WS-SHD-ACCOUNT.
003291     IF WS-ACCT-CURRENCY = SPACES
003292         MOVE "BASE" TO WS-SHD-CURRENCY
003293     ELSE
003294         MOVE WS-ACCT-CURRENCY TO WS-SHD-CURRENCY
003295     END-IF.
003300     WRITE RP-REPORT-LINE FROM WS-STMT-HEAD-LINE
003310         AFTER ADVANCING 3 LINES.
003320
