000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: STANDING-INSTRUCTION MASTER MAINTENANCE.  LOADS THE
000070*          CURRENT MASTER (SEE COPYBOOK CALCSTO), PRESENTS A
000080*          MENU TO ADD AN INSTRUCTION OR CHANGE ONE (AMOUNTS,
000090*          FREQUENCY, DATES, OR ACTIVE/HELD/CANCELLED STATUS),
000100*          AND WRITES THE COMPLETE NEW MASTER GENERATION AT
000110*          EXIT WITH A MAINTENANCE REPORT OF EVERY ACTION TAKEN.
000120*          EVERY INSTRUCTION IS EDITED THE WAY CALCULATE WILL
000130*          EDIT THE TRANSACTIONS THE DAILY GENERATOR (CALCSTOG)
000140*          BUILDS FROM IT, AND ITS ACCOUNT MUST BE ON THE
000150*          ACCOUNT REFERENCE MASTER.
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-10-15 AJL   INITIAL VERSION - SCREEN-SECTION ADD AND
000210*                    CHANGE OF STANDING INSTRUCTIONS WITH A FULL
000220*                    REWRITE OF THE MASTER AND A MAINTENANCE
000230*                    REPORT.
000235*   2026-10-15 AJL   STATUS MESSAGE ON CHANGE LISTS E (EXPIRED).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCSTOM.
000270 AUTHOR. AARON LEE.
000280 INSTALLATION. I-AM-BORED DATA CENTER.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*----------------------------------------------------------------
000390* STO-IN-FILE   - THE CURRENT STANDING-INSTRUCTION MASTER.  A
000400*                 MISSING FILE MEANS A FIRST RUN (EMPTY MASTER).
000410* STO-OUT-FILE  - THE COMPLETE NEW MASTER GENERATION.
000420* ACCT-FILE     - ACCOUNT REFERENCE MASTER (SEE CALCACM): AN
000430*                 INSTRUCTION'S ACCOUNT MUST BE ON IT.
000440* REPORT-FILE   - MAINTENANCE REPORT OF EVERY ACTION TAKEN.
000450*----------------------------------------------------------------
000460     SELECT STO-IN-FILE ASSIGN TO STOIN
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-STOIN-STATUS.
000500
000510     SELECT STO-OUT-FILE ASSIGN TO STOOUT
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-STOOUT-STATUS.
000550
000560     SELECT ACCT-FILE ASSIGN TO ACCTMAST
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-ACCT-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO STORPT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------------
000690* STO-IN / STO-OUT RECORDS - SHARED LAYOUT, SEE CALCSTO.  THE
000700* FILES ARE READ AND WRITTEN AS WHOLE IMAGES; THE FIELDS ARE
000710* WORKED IN WS-STO-RECORD.
000720*----------------------------------------------------------------
000730 FD  STO-IN-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  SI-STO-RECORD                   PIC X(80).
000770
000780 FD  STO-OUT-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  SX-STO-RECORD                   PIC X(80).
000820
000830*----------------------------------------------------------------
000840* ACCT-FILE RECORD - SHARED LAYOUT, SEE CALCACM COPYBOOK.
000850*----------------------------------------------------------------
000860 FD  ACCT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  AM-ACCOUNT-RECORD.
000900     COPY CALCACM.
000910
000920*----------------------------------------------------------------
000930* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
000940*----------------------------------------------------------------
000950 FD  REPORT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 132 CHARACTERS.
000980 01  RP-REPORT-LINE                  PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* FILE STATUS SWITCHES
001030*----------------------------------------------------------------
001040 77  WS-STOIN-STATUS                 PIC X(02)      VALUE "00".
001050 77  WS-STOOUT-STATUS                PIC X(02)      VALUE "00".
001060 77  WS-ACCT-STATUS                  PIC X(02)      VALUE "00".
001070 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001080
001090*----------------------------------------------------------------
001100* CONTROL SWITCHES AND COUNTERS
001110*----------------------------------------------------------------
001120 77  WS-STO-EOF-SWITCH               PIC X(01)      VALUE "N".
001130     88  STO-END-OF-FILE                             VALUE "Y".
001140 77  WS-ACCT-EOF-SWITCH              PIC X(01)      VALUE "N".
001150     88  ACCT-END-OF-FILE                            VALUE "Y".
001160 77  WS-MENU-DONE-SWITCH             PIC X(01)      VALUE "N".
001170     88  MENU-IS-DONE                                VALUE "Y".
001180 77  WS-ENTRY-DONE-SWITCH            PIC X(01)      VALUE "N".
001190     88  ENTRY-IS-DONE                               VALUE "Y".
001200 77  WS-VALID-SWITCH                 PIC X(01)      VALUE "Y".
001210     88  INPUT-IS-VALID                              VALUE "Y".
001220     88  INPUT-IS-INVALID                            VALUE "N".
001230
001240 77  WS-READ-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001250 77  WS-ADD-COUNT                    PIC S9(7)   COMP VALUE ZERO.
001260 77  WS-CHANGE-COUNT                 PIC S9(7)   COMP VALUE ZERO.
001270 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001280
001290*    THE EDIT LIMITS CALCULATE APPLIES TO EACH INPUT AMOUNT.
001300 77  WS-MIN-AMOUNT                   PIC S9(9)V99 COMP-3
001310                                             VALUE -999999.99.
001320 77  WS-MAX-AMOUNT                   PIC S9(9)V99 COMP-3
001330                                             VALUE 999999.99.
001340
001350*----------------------------------------------------------------
001360* IN-CORE COPY OF THE MASTER, AS WHOLE CALCSTO IMAGES.  WRITTEN
001370* OUT IN FULL AT EXIT, SO A CANCELLED SESSION LEAVES THE CURRENT
001380* GENERATION UNTOUCHED.
001390*----------------------------------------------------------------
001400 77  WS-STO-MAX                      PIC S9(7)   COMP VALUE 5000.
001410 77  WS-STO-USED                     PIC S9(7)   COMP VALUE ZERO.
001420 77  WS-STO-SUB                      PIC S9(7)   COMP VALUE ZERO.
001430 77  WS-STO-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001440 01  WS-STO-TABLE.
001450     05  WS-STO-ENTRY                PIC X(80)
001460                                     OCCURS 5000 TIMES.
001470
001480*    WORK RECORD FOR ONE INSTRUCTION
001490 01  WS-STO-RECORD.
001500     COPY CALCSTO.
001510
001520*----------------------------------------------------------------
001530* ACCOUNT NUMBERS ON THE REFERENCE MASTER.
001540*----------------------------------------------------------------
001550 77  WS-ACM-MAX                      PIC S9(7)   COMP VALUE 5000.
001560 77  WS-ACM-USED                     PIC S9(7)   COMP VALUE ZERO.
001570 77  WS-ACM-SUB                      PIC S9(7)   COMP VALUE ZERO.
001580 77  WS-ACM-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001590 01  WS-ACCOUNT-TABLE.
001600     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
001610         10  WS-ACM-NUMBER           PIC X(10).
001620
001630*----------------------------------------------------------------
001640* DATE EDIT - 6300-CHECK-DATE PROVES WS-CHECK-DATE IS A REAL
001650* CALENDAR DATE.
001660*----------------------------------------------------------------
001670 01  WS-CHECK-DATE                   PIC 9(08).
001680 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001690     05  WS-CK-YYYY                  PIC 9(04).
001700     05  WS-CK-MM                    PIC 9(02).
001710     05  WS-CK-DD                    PIC 9(02).
001720 77  WS-MONTH-DAYS                   PIC 9(02)      VALUE ZERO.
001730 77  WS-LEAP-QUOTIENT                PIC 9(04)      VALUE ZERO.
001740 77  WS-LEAP-REMAINDER               PIC 9(03)      VALUE ZERO.
001750 01  WS-DAYS-IN-MONTH-VALUES.
001760     05  FILLER                      PIC X(24)
001770                          VALUE "312831303130313130313031".
001780 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001790     05  WS-DIM-DAYS                 PIC 9(02) OCCURS 12 TIMES.
001800
001810 01  WS-RUN-DATE-FIELDS.
001820     05  WS-RUN-DATE                 PIC 9(08).
001830     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001840         10  WS-RUN-YYYY              PIC 9(04).
001850         10  WS-RUN-MM                PIC 9(02).
001860         10  WS-RUN-DD                PIC 9(02).
001870
001880*----------------------------------------------------------------
001890* REPORT LINE LAYOUTS
001900*----------------------------------------------------------------
001910 01  WS-DETAIL-LINE.
001920     05  FILLER                      PIC X(05)      VALUE SPACES.
001930     05  WS-DTL-ACTION               PIC X(10).
001940     05  FILLER                      PIC X(03)      VALUE SPACES.
001950     05  WS-DTL-ACCOUNT              PIC X(10).
001960     05  FILLER                      PIC X(01)      VALUE "/".
001970     05  WS-DTL-SEQUENCE             PIC 9(02).
001980     05  FILLER                      PIC X(03)      VALUE SPACES.
001990     05  WS-DTL-STATUS               PIC X(01).
002000     05  FILLER                      PIC X(03)      VALUE SPACES.
002010     05  WS-DTL-OPERATION            PIC X(01).
002020     05  FILLER                      PIC X(02)      VALUE SPACES.
002030     05  WS-DTL-FIRST-NUMBER         PIC -9(9).99.
002040     05  FILLER                      PIC X(02)      VALUE SPACES.
002050     05  WS-DTL-SECOND-NUMBER        PIC -9(9).99.
002060     05  FILLER                      PIC X(03)      VALUE SPACES.
002070     05  WS-DTL-FREQUENCY            PIC X(01).
002080     05  FILLER                      PIC X(01)      VALUE SPACE.
002090     05  WS-DTL-DAY                  PIC 9(02).
002100     05  FILLER                      PIC X(03)      VALUE SPACES.
002110     05  WS-DTL-NEXT-DUE             PIC 9999/99/99.
002120     05  FILLER                      PIC X(03)      VALUE SPACES.
002130     05  WS-DTL-END-DATE             PIC 9999/99/99.
002140     05  FILLER                      PIC X(03)      VALUE SPACES.
002150     05  WS-DTL-DESCRIPTION          PIC X(20).
002160     05  FILLER                      PIC X(05)      VALUE SPACES.
002170
002180 01  WS-SUMMARY-LINE.
002190     05  FILLER                      PIC X(05)      VALUE SPACES.
002200     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002210     05  FILLER                      PIC X(05)      VALUE SPACES.
002220     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002230     05  FILLER                      PIC X(62)      VALUE SPACES.
002240
002250 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002260 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002270
002280*----------------------------------------------------------------
002290* SCREEN SECTION WORK FIELDS - SEE 1510-SHOW-MENU.
002300*----------------------------------------------------------------
002310 77  WS-SCREEN-CHOICE                PIC X(01)      VALUE SPACE.
002320 77  WS-SCREEN-ACCOUNT               PIC X(10)      VALUE SPACES.
002330 77  WS-SCREEN-SEQUENCE              PIC 9(02)      VALUE ZERO.
002340 77  WS-SCREEN-DESCRIPTION           PIC X(20)      VALUE SPACES.
002350 77  WS-SCREEN-OPERATION             PIC X(01)      VALUE SPACE.
002360 77  WS-SCREEN-FIRST-NUMBER          PIC S9(09)V99  VALUE ZERO.
002370 77  WS-SCREEN-SECOND-NUMBER         PIC S9(09)V99  VALUE ZERO.
002380 77  WS-SCREEN-FREQUENCY             PIC X(01)      VALUE SPACE.
002390 77  WS-SCREEN-DAY                   PIC 9(02)      VALUE ZERO.
002400 77  WS-SCREEN-NEXT-DUE              PIC 9(08)      VALUE ZERO.
002410 77  WS-SCREEN-END-DATE              PIC 9(08)      VALUE ZERO.
002420 77  WS-SCREEN-STATUS                PIC X(01)      VALUE SPACE.
002430 77  WS-SCREEN-ACTION                PIC X(01)      VALUE SPACE.
002440 77  WS-SCREEN-MESSAGE               PIC X(40)      VALUE SPACES.
002450
002460 SCREEN SECTION.
002470 01  WS-MENU-SCREEN.
002480     05  BLANK SCREEN.
002490     05  LINE 01 COLUMN 01 VALUE
002500         "CALCSTOM - STANDING INSTRUCTION MAINTENANCE".
002510     05  LINE 03 COLUMN 01 VALUE "SELECT FUNCTION:".
002520     05  LINE 04 COLUMN 05 VALUE "A - ADD INSTRUCTION".
002530     05  LINE 05 COLUMN 05 VALUE "C - CHANGE INSTRUCTION".
002540     05  LINE 06 COLUMN 05 VALUE "X - EXIT AND WRITE MASTER".
002550     05  LINE 08 COLUMN 01 VALUE "ENTER CHOICE: ".
002560     05  LINE 08 COLUMN 15 PIC X(01) USING WS-SCREEN-CHOICE.
002570     05  LINE 10 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
002580
002590 01  WS-ENTRY-SCREEN.
002600     05  BLANK SCREEN.
002610     05  LINE 01 COLUMN 01 VALUE
002620         "CALCSTOM - STANDING INSTRUCTION DETAIL".
002630     05  LINE 03 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
002640     05  LINE 03 COLUMN 23 PIC X(10) USING WS-SCREEN-ACCOUNT.
002650     05  LINE 03 COLUMN 40 VALUE "SEQUENCE: ".
002660     05  LINE 03 COLUMN 50 PIC 9(02) USING WS-SCREEN-SEQUENCE.
002670     05  LINE 04 COLUMN 01 VALUE "DESCRIPTION ........: ".
002680     05  LINE 04 COLUMN 23 PIC X(20)
002690         USING WS-SCREEN-DESCRIPTION.
002700     05  LINE 05 COLUMN 01 VALUE "OPERATION (A/S/M/D) : ".
002710     05  LINE 05 COLUMN 23 PIC X(01) USING WS-SCREEN-OPERATION.
002720     05  LINE 06 COLUMN 01 VALUE "FIRST NUMBER .......: ".
002730     05  LINE 06 COLUMN 23 PIC -ZZZZZZZZ9.99
002740         USING WS-SCREEN-FIRST-NUMBER.
002750     05  LINE 07 COLUMN 01 VALUE "SECOND NUMBER ......: ".
002760     05  LINE 07 COLUMN 23 PIC -ZZZZZZZZ9.99
002770         USING WS-SCREEN-SECOND-NUMBER.
002780     05  LINE 08 COLUMN 01 VALUE "FREQUENCY (D/W/M/N) : ".
002790     05  LINE 08 COLUMN 23 PIC X(01) USING WS-SCREEN-FREQUENCY.
002800     05  LINE 08 COLUMN 40 VALUE "DAY OF MONTH (N): ".
002810     05  LINE 08 COLUMN 58 PIC 9(02) USING WS-SCREEN-DAY.
002820     05  LINE 09 COLUMN 01 VALUE "NEXT DUE DATE ......: ".
002830     05  LINE 09 COLUMN 23 PIC 9(08) USING WS-SCREEN-NEXT-DUE.
002840     05  LINE 10 COLUMN 01 VALUE "END DATE (0=NONE) ..: ".
002850     05  LINE 10 COLUMN 23 PIC 9(08) USING WS-SCREEN-END-DATE.
002860     05  LINE 11 COLUMN 01 VALUE "STATUS (A/H/X) .....: ".
002870     05  LINE 11 COLUMN 23 PIC X(01) USING WS-SCREEN-STATUS.
002880     05  LINE 13 COLUMN 01 VALUE "ACTION (W=WRITE Q=QUIT): ".
002890     05  LINE 13 COLUMN 26 PIC X(01) USING WS-SCREEN-ACTION.
002900     05  LINE 15 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
002910
002920 PROCEDURE DIVISION.
002930******************************************************************
002940* 0000-MAINLINE
002950*   RUNS THE WHOLE PROGRAM: LOAD THE MASTERS, WORK THE MENU, THEN
002960*   WRITE THE COMPLETE NEW GENERATION AND THE RUN SUMMARY.
002970******************************************************************
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 1510-SHOW-MENU THRU 1510-EXIT
003010         UNTIL MENU-IS-DONE.
003020     PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT.
003030     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003050     GO TO 9999-EXIT.
003060
003070******************************************************************
003080* 1000-INITIALIZE
003090*   OPEN FILES, LOAD THE CURRENT MASTER AND THE ACCOUNT NUMBERS
003100*   INTO THEIR TABLES AND WRITE THE REPORT HEADER.
003110******************************************************************
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003140     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003150     PERFORM 1125-LOAD-MASTER THRU 1125-EXIT.
003160     PERFORM 1130-LOAD-ACCOUNTS THRU 1130-EXIT.
003170     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210 1100-OPEN-FILES.
003220     OPEN OUTPUT STO-OUT-FILE.
003230     IF WS-STOOUT-STATUS NOT = "00"
003240         DISPLAY "CALCSTOM - OPEN ERROR ON STO-OUT-FILE - "
003250             "STATUS " WS-STOOUT-STATUS
003260         MOVE 16 TO WS-RETURN-CODE
003270         GO TO 9900-ABEND
003280     END-IF.
003290
003300     OPEN OUTPUT REPORT-FILE.
003310     IF WS-REPORT-STATUS NOT = "00"
003320         DISPLAY "CALCSTOM - OPEN ERROR ON REPORT-FILE - STATUS "
003330             WS-REPORT-STATUS
003340         MOVE 16 TO WS-RETURN-CODE
003350         GO TO 9900-ABEND
003360     END-IF.
003370 1100-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 1125-LOAD-MASTER / 1126-LOAD-ONE-INSTRUCTION
003420*   LOAD THE CURRENT MASTER INTO THE TABLE.  A MISSING FILE IS A
003430*   FIRST RUN - THE MASTER STARTS EMPTY.
003440******************************************************************
003450 1125-LOAD-MASTER.
003460     OPEN INPUT STO-IN-FILE.
003470     IF WS-STOIN-STATUS = "35"
003480         GO TO 1125-EXIT
003490     END-IF.
003500     IF WS-STOIN-STATUS NOT = "00"
003510         DISPLAY "CALCSTOM - OPEN ERROR ON STO-IN-FILE - STATUS "
003520             WS-STOIN-STATUS
003530         MOVE 16 TO WS-RETURN-CODE
003540         GO TO 9900-ABEND
003550     END-IF.
003560     PERFORM 1126-LOAD-ONE-INSTRUCTION THRU 1126-EXIT
003570         UNTIL STO-END-OF-FILE.
003580     CLOSE STO-IN-FILE.
003590 1125-EXIT.
003600     EXIT.
003610
003620 1126-LOAD-ONE-INSTRUCTION.
003630     READ STO-IN-FILE
003640         AT END
003650             SET STO-END-OF-FILE TO TRUE
003660             GO TO 1126-EXIT
003670     END-READ.
003680     ADD 1 TO WS-READ-COUNT.
003690     IF WS-STO-USED >= WS-STO-MAX
003700         DISPLAY "CALCSTOM - INSTRUCTION TABLE FULL"
003710         MOVE 16 TO WS-RETURN-CODE
003720         GO TO 9900-ABEND
003730     END-IF.
003740     ADD 1 TO WS-STO-USED.
003750     MOVE SI-STO-RECORD TO WS-STO-ENTRY (WS-STO-USED).
003760 1126-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 1130-LOAD-ACCOUNTS / 1131-LOAD-ONE-ACCOUNT
003810*   ACCOUNT NUMBERS FOR THE ADD EDIT.  NO MASTER, NO SESSION.
003820******************************************************************
003830 1130-LOAD-ACCOUNTS.
003840     OPEN INPUT ACCT-FILE.
003850     IF WS-ACCT-STATUS NOT = "00"
003860         DISPLAY "CALCSTOM - OPEN ERROR ON ACCT-FILE - STATUS "
003870             WS-ACCT-STATUS
003880         MOVE 16 TO WS-RETURN-CODE
003890         GO TO 9900-ABEND
003900     END-IF.
003910     PERFORM 1131-LOAD-ONE-ACCOUNT THRU 1131-EXIT
003920         UNTIL ACCT-END-OF-FILE.
003930     CLOSE ACCT-FILE.
003940 1130-EXIT.
003950     EXIT.
003960
003970 1131-LOAD-ONE-ACCOUNT.
003980     READ ACCT-FILE
003990         AT END
004000             SET ACCT-END-OF-FILE TO TRUE
004010             GO TO 1131-EXIT
004020     END-READ.
004030     IF WS-ACM-USED >= WS-ACM-MAX
004040         DISPLAY "CALCSTOM - ACCOUNT TABLE FULL"
004050         MOVE 16 TO WS-RETURN-CODE
004060         GO TO 9900-ABEND
004070     END-IF.
004080     ADD 1 TO WS-ACM-USED.
004090     MOVE AM-ACCOUNT-NUMBER TO WS-ACM-NUMBER (WS-ACM-USED).
004100 1131-EXIT.
004110     EXIT.
004120
004130 1140-WRITE-REPORT-HEADER.
004140     MOVE SPACES TO WS-SUMMARY-LINE.
004150     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
004160     MOVE "CALCSTOM - MAINTENANCE REPORT" TO WS-SUM-LABEL.
004170     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
004180     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
004190 1140-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 1510-SHOW-MENU
004240*   ONE DISPLAY/ACCEPT OF THE FUNCTION MENU.
004250******************************************************************
004260 1510-SHOW-MENU.
004270     MOVE SPACE TO WS-SCREEN-CHOICE.
004280     DISPLAY WS-MENU-SCREEN.
004290     ACCEPT WS-MENU-SCREEN.
004300     MOVE SPACES TO WS-SCREEN-MESSAGE.
004310     EVALUATE TRUE
004320         WHEN WS-SCREEN-CHOICE = "A" OR WS-SCREEN-CHOICE = "a"
004330             PERFORM 1600-ADD-INSTRUCTION THRU 1600-EXIT
004340         WHEN WS-SCREEN-CHOICE = "C" OR WS-SCREEN-CHOICE = "c"
004350             PERFORM 1700-CHANGE-INSTRUCTION THRU 1700-EXIT
004360         WHEN WS-SCREEN-CHOICE = "X" OR WS-SCREEN-CHOICE = "x"
004370             MOVE "Y" TO WS-MENU-DONE-SWITCH
004380         WHEN OTHER
004390             MOVE "ENTER A, C OR X" TO WS-SCREEN-MESSAGE
004400     END-EVALUATE.
004410 1510-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 1600-ADD-INSTRUCTION / 1610-ADD-ENTRY-SCREEN
004460*   ADD A NEW INSTRUCTION.  ACCOUNT AND SEQUENCE MUST NOT
004470*   ALREADY BE ON THE MASTER; STATUS DEFAULTS TO ACTIVE, THE
004480*   FREQUENCY TO MONTHLY AND THE FIRST DUE DATE TO TODAY.
004490*   ACTION W WRITES THE ENTRY, Q ABANDONS IT.
004500******************************************************************
004510 1600-ADD-INSTRUCTION.
004520     MOVE SPACES TO WS-SCREEN-ACCOUNT.
004530     MOVE 1 TO WS-SCREEN-SEQUENCE.
004540     MOVE SPACES TO WS-SCREEN-DESCRIPTION.
004550     MOVE SPACE TO WS-SCREEN-OPERATION.
004560     MOVE ZERO TO WS-SCREEN-FIRST-NUMBER.
004570     MOVE ZERO TO WS-SCREEN-SECOND-NUMBER.
004580     MOVE "M" TO WS-SCREEN-FREQUENCY.
004590     MOVE ZERO TO WS-SCREEN-DAY.
004600     MOVE WS-RUN-DATE TO WS-SCREEN-NEXT-DUE.
004610     MOVE ZERO TO WS-SCREEN-END-DATE.
004620     MOVE "A" TO WS-SCREEN-STATUS.
004630     MOVE SPACES TO WS-SCREEN-MESSAGE.
004640     MOVE "N" TO WS-ENTRY-DONE-SWITCH.
004650     PERFORM 1610-ADD-ENTRY-SCREEN THRU 1610-EXIT
004660         UNTIL ENTRY-IS-DONE.
004670 1600-EXIT.
004680     EXIT.
004690
004700 1610-ADD-ENTRY-SCREEN.
004710     MOVE SPACE TO WS-SCREEN-ACTION.
004720     DISPLAY WS-ENTRY-SCREEN.
004730     ACCEPT WS-ENTRY-SCREEN.
004740     EVALUATE TRUE
004750         WHEN WS-SCREEN-ACTION = "Q" OR WS-SCREEN-ACTION = "q"
004760             MOVE "Y" TO WS-ENTRY-DONE-SWITCH
004770         WHEN WS-SCREEN-ACTION = "W" OR WS-SCREEN-ACTION = "w"
004780             PERFORM 2100-VALIDATE-ADD THRU 2100-EXIT
004790             IF INPUT-IS-VALID
004800                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
004810                 MOVE "Y" TO WS-ENTRY-DONE-SWITCH
004820             END-IF
004830         WHEN OTHER
004840             MOVE "ENTER ACTION W OR Q" TO WS-SCREEN-MESSAGE
004850     END-EVALUATE.
004860 1610-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2100-VALIDATE-ADD
004910*   EDITS FOR AN ADD: ACCOUNT ON THE REFERENCE MASTER, ACCOUNT
004920*   AND SEQUENCE NOT ALREADY ON THE INSTRUCTION MASTER, FIRST
004930*   DUE DATE NOT IN THE PAST, THEN THE COMMON EDITS.
004940******************************************************************
004950 2100-VALIDATE-ADD.
004960     MOVE "Y" TO WS-VALID-SWITCH.
004970     IF WS-SCREEN-ACCOUNT = SPACES
004980         MOVE "N" TO WS-VALID-SWITCH
004990         MOVE "ACCOUNT NUMBER REQUIRED" TO WS-SCREEN-MESSAGE
005000         GO TO 2100-EXIT
005010     END-IF.
005020     PERFORM 2160-FIND-ACCOUNT THRU 2160-EXIT.
005030     IF WS-ACM-FOUND-SUB = ZERO
005040         MOVE "N" TO WS-VALID-SWITCH
005050         MOVE "ACCOUNT NOT ON REFERENCE MASTER"
005060             TO WS-SCREEN-MESSAGE
005070         GO TO 2100-EXIT
005080     END-IF.
005090     IF WS-SCREEN-SEQUENCE NOT NUMERIC
005100         MOVE "N" TO WS-VALID-SWITCH
005110         MOVE "SEQUENCE MUST BE NUMERIC" TO WS-SCREEN-MESSAGE
005120         GO TO 2100-EXIT
005130     END-IF.
005140     PERFORM 2150-FIND-INSTRUCTION THRU 2150-EXIT.
005150     IF WS-STO-FOUND-SUB > ZERO
005160         MOVE "N" TO WS-VALID-SWITCH
005170         MOVE "INSTRUCTION ALREADY ON MASTER"
005180             TO WS-SCREEN-MESSAGE
005190         GO TO 2100-EXIT
005200     END-IF.
005210     IF WS-SCREEN-NEXT-DUE NOT NUMERIC
005220        OR WS-SCREEN-NEXT-DUE < WS-RUN-DATE
005230         MOVE "N" TO WS-VALID-SWITCH
005240         MOVE "FIRST DUE DATE MAY NOT BE IN THE PAST"
005250             TO WS-SCREEN-MESSAGE
005260         GO TO 2100-EXIT
005270     END-IF.
005280     IF WS-SCREEN-STATUS NOT = "A"
005290        AND WS-SCREEN-STATUS NOT = "H"
005300         MOVE "N" TO WS-VALID-SWITCH
005310         MOVE "NEW INSTRUCTION STATUS MUST BE A OR H"
005320             TO WS-SCREEN-MESSAGE
005330         GO TO 2100-EXIT
005340     END-IF.
005350     PERFORM 2120-COMMON-EDITS THRU 2120-EXIT.
005360 2100-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 2120-COMMON-EDITS
005410*   THE EDITS CALCULATE WILL APPLY TO EVERY GENERATED DETAIL
005420*   (AMOUNT RANGE, OPERATION, DIVIDE BY ZERO), THEN FREQUENCY,
005430*   DAY OF MONTH AND DATES.  SETS THE MONTHLY DAY FROM THE DUE
005440*   DATE FOR FREQUENCY M.
005450******************************************************************
005460 2120-COMMON-EDITS.
005470     IF WS-SCREEN-FIRST-NUMBER < WS-MIN-AMOUNT
005480        OR WS-SCREEN-FIRST-NUMBER > WS-MAX-AMOUNT
005490         MOVE "N" TO WS-VALID-SWITCH
005500         MOVE "FIRST-NUMBER OUT OF RANGE" TO WS-SCREEN-MESSAGE
005510         GO TO 2120-EXIT
005520     END-IF.
005530     IF WS-SCREEN-SECOND-NUMBER < WS-MIN-AMOUNT
005540        OR WS-SCREEN-SECOND-NUMBER > WS-MAX-AMOUNT
005550         MOVE "N" TO WS-VALID-SWITCH
005560         MOVE "SECOND-NUMBER OUT OF RANGE" TO WS-SCREEN-MESSAGE
005570         GO TO 2120-EXIT
005580     END-IF.
005590     IF WS-SCREEN-OPERATION NOT = "A"
005600        AND WS-SCREEN-OPERATION NOT = "S"
005610        AND WS-SCREEN-OPERATION NOT = "M"
005620        AND WS-SCREEN-OPERATION NOT = "D"
005630         MOVE "N" TO WS-VALID-SWITCH
005640         MOVE "INVALID OPERATION-CODE" TO WS-SCREEN-MESSAGE
005650         GO TO 2120-EXIT
005660     END-IF.
005670     IF WS-SCREEN-OPERATION = "D"
005680        AND WS-SCREEN-SECOND-NUMBER = ZERO
005690         MOVE "N" TO WS-VALID-SWITCH
005700         MOVE "DIVIDE BY ZERO" TO WS-SCREEN-MESSAGE
005710         GO TO 2120-EXIT
005720     END-IF.
005730     MOVE WS-SCREEN-NEXT-DUE TO WS-CHECK-DATE.
005740     PERFORM 6300-CHECK-DATE THRU 6300-EXIT.
005750     IF INPUT-IS-INVALID
005760         MOVE "NEXT DUE DATE IS NOT A VALID DATE"
005770             TO WS-SCREEN-MESSAGE
005780         GO TO 2120-EXIT
005790     END-IF.
005800     EVALUATE TRUE
005810         WHEN WS-SCREEN-FREQUENCY = "D"
005820          OR WS-SCREEN-FREQUENCY = "W"
005830             MOVE ZERO TO WS-SCREEN-DAY
005840         WHEN WS-SCREEN-FREQUENCY = "M"
005850             MOVE WS-CK-DD TO WS-SCREEN-DAY
005860         WHEN WS-SCREEN-FREQUENCY = "N"
005870             IF WS-SCREEN-DAY NOT NUMERIC
005880                OR WS-SCREEN-DAY < 1
005890                OR WS-SCREEN-DAY > 31
005900                 MOVE "N" TO WS-VALID-SWITCH
005910                 MOVE "DAY OF MONTH MUST BE 01-31"
005920                     TO WS-SCREEN-MESSAGE
005930                 GO TO 2120-EXIT
005940             END-IF
005950         WHEN OTHER
005960             MOVE "N" TO WS-VALID-SWITCH
005970             MOVE "FREQUENCY MUST BE D, W, M OR N"
005980                 TO WS-SCREEN-MESSAGE
005990             GO TO 2120-EXIT
006000     END-EVALUATE.
006010     IF WS-SCREEN-END-DATE NOT NUMERIC
006020         MOVE "N" TO WS-VALID-SWITCH
006030         MOVE "END DATE MUST BE NUMERIC" TO WS-SCREEN-MESSAGE
006040         GO TO 2120-EXIT
006050     END-IF.
006060     IF WS-SCREEN-END-DATE NOT = ZERO
006070         MOVE WS-SCREEN-END-DATE TO WS-CHECK-DATE
006080         PERFORM 6300-CHECK-DATE THRU 6300-EXIT
006090         IF INPUT-IS-INVALID
006100             MOVE "END DATE IS NOT A VALID DATE"
006110                 TO WS-SCREEN-MESSAGE
006120             GO TO 2120-EXIT
006130         END-IF
006140         IF WS-SCREEN-END-DATE < WS-SCREEN-NEXT-DUE
006150             MOVE "N" TO WS-VALID-SWITCH
006160             MOVE "END DATE BEFORE NEXT DUE DATE"
006170                 TO WS-SCREEN-MESSAGE
006180             GO TO 2120-EXIT
006190         END-IF
006200     END-IF.
006210 2120-EXIT.
006220     EXIT.
006230
006240 2150-FIND-INSTRUCTION.
006250     MOVE ZERO TO WS-STO-FOUND-SUB.
006260     PERFORM 2155-SCAN-ONE-INSTRUCTION THRU 2155-EXIT
006270         VARYING WS-STO-SUB FROM 1 BY 1
006280         UNTIL WS-STO-SUB > WS-STO-USED
006290            OR WS-STO-FOUND-SUB > ZERO.
006300 2150-EXIT.
006310     EXIT.
006320
006330 2155-SCAN-ONE-INSTRUCTION.
006340     MOVE WS-STO-ENTRY (WS-STO-SUB) TO WS-STO-RECORD.
006350     IF SO-ACCOUNT-NUMBER = WS-SCREEN-ACCOUNT
006360        AND SO-SEQUENCE = WS-SCREEN-SEQUENCE
006370         MOVE WS-STO-SUB TO WS-STO-FOUND-SUB
006380     END-IF.
006390 2155-EXIT.
006400     EXIT.
006410
006420 2160-FIND-ACCOUNT.
006430     MOVE ZERO TO WS-ACM-FOUND-SUB.
006440     PERFORM 2165-SCAN-ONE-ACCOUNT THRU 2165-EXIT
006450         VARYING WS-ACM-SUB FROM 1 BY 1
006460         UNTIL WS-ACM-SUB > WS-ACM-USED
006470            OR WS-ACM-FOUND-SUB > ZERO.
006480 2160-EXIT.
006490     EXIT.
006500
006510 2165-SCAN-ONE-ACCOUNT.
006520     IF WS-ACM-NUMBER (WS-ACM-SUB) = WS-SCREEN-ACCOUNT
006530         MOVE WS-ACM-SUB TO WS-ACM-FOUND-SUB
006540     END-IF.
006550 2165-EXIT.
006560     EXIT.
006570
006580 2200-APPLY-ADD.
006590     IF WS-STO-USED >= WS-STO-MAX
006600         DISPLAY "CALCSTOM - INSTRUCTION TABLE FULL"
006610         MOVE 16 TO WS-RETURN-CODE
006620         GO TO 9900-ABEND
006630     END-IF.
006640     MOVE SPACES TO WS-STO-RECORD.
006650     PERFORM 2250-SCREEN-TO-RECORD THRU 2250-EXIT.
006660     MOVE ZERO TO SO-LAST-GEN-DATE.
006670     ADD 1 TO WS-STO-USED.
006680     MOVE WS-STO-RECORD TO WS-STO-ENTRY (WS-STO-USED).
006690     ADD 1 TO WS-ADD-COUNT.
006700     MOVE "ADDED" TO WS-DTL-ACTION.
006710     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
006720 2200-EXIT.
006730     EXIT.
006740
006750 2250-SCREEN-TO-RECORD.
006760     MOVE WS-SCREEN-ACCOUNT TO SO-ACCOUNT-NUMBER.
006770     MOVE WS-SCREEN-SEQUENCE TO SO-SEQUENCE.
006780     MOVE WS-SCREEN-DESCRIPTION TO SO-DESCRIPTION.
006790     MOVE WS-SCREEN-OPERATION TO SO-OPERATION-CODE.
006800     MOVE WS-SCREEN-FIRST-NUMBER TO SO-FIRST-NUMBER.
006810     MOVE WS-SCREEN-SECOND-NUMBER TO SO-SECOND-NUMBER.
006820     MOVE WS-SCREEN-FREQUENCY TO SO-FREQUENCY.
006830     MOVE WS-SCREEN-DAY TO SO-DAY-OF-MONTH.
006840     MOVE WS-SCREEN-NEXT-DUE TO SO-NEXT-DUE-DATE.
006850     MOVE WS-SCREEN-END-DATE TO SO-END-DATE.
006860     MOVE WS-SCREEN-STATUS TO SO-STATUS.
006870 2250-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* 1700-CHANGE-INSTRUCTION / 1710-CHANGE-ENTRY-SCREEN
006920*   CHANGE AN EXISTING INSTRUCTION.  THE ACCOUNT AND SEQUENCE
006930*   ARE KEYED ON THE PANEL AND THE CURRENT VALUES ARE SHOWN FOR
006940*   CORRECTION.  STATUS X CANCELS THE INSTRUCTION; AN EXPIRED
006950*   ONE IS REVIVED BY SETTING IT BACK TO A WITH NEW DATES.
006960******************************************************************
006970 1700-CHANGE-INSTRUCTION.
006980     MOVE SPACES TO WS-SCREEN-ACCOUNT.
006990     MOVE ZERO TO WS-SCREEN-SEQUENCE.
007000     MOVE SPACES TO WS-SCREEN-DESCRIPTION.
007010     MOVE SPACE TO WS-SCREEN-OPERATION.
007020     MOVE ZERO TO WS-SCREEN-FIRST-NUMBER.
007030     MOVE ZERO TO WS-SCREEN-SECOND-NUMBER.
007040     MOVE SPACE TO WS-SCREEN-FREQUENCY.
007050     MOVE ZERO TO WS-SCREEN-DAY.
007060     MOVE ZERO TO WS-SCREEN-NEXT-DUE.
007070     MOVE ZERO TO WS-SCREEN-END-DATE.
007080     MOVE SPACE TO WS-SCREEN-STATUS.
007090     MOVE "KEY ACCOUNT AND SEQUENCE, THEN ACTION W"
007100         TO WS-SCREEN-MESSAGE.
007110     MOVE "N" TO WS-ENTRY-DONE-SWITCH.
007120     PERFORM 1710-CHANGE-ENTRY-SCREEN THRU 1710-EXIT
007130         UNTIL ENTRY-IS-DONE.
007140 1700-EXIT.
007150     EXIT.
007160
007170 1710-CHANGE-ENTRY-SCREEN.
007180     MOVE SPACE TO WS-SCREEN-ACTION.
007190     DISPLAY WS-ENTRY-SCREEN.
007200     ACCEPT WS-ENTRY-SCREEN.
007210     EVALUATE TRUE
007220         WHEN WS-SCREEN-ACTION = "Q" OR WS-SCREEN-ACTION = "q"
007230             MOVE "Y" TO WS-ENTRY-DONE-SWITCH
007240         WHEN WS-SCREEN-ACTION = "W" OR WS-SCREEN-ACTION = "w"
007250             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
007260         WHEN OTHER
007270             MOVE "ENTER ACTION W OR Q" TO WS-SCREEN-MESSAGE
007280     END-EVALUATE.
007290 1710-EXIT.
007300     EXIT.
007310
007320 2400-APPLY-CHANGE.
007330     PERFORM 2150-FIND-INSTRUCTION THRU 2150-EXIT.
007340     IF WS-STO-FOUND-SUB = ZERO
007350         MOVE "INSTRUCTION NOT ON MASTER" TO WS-SCREEN-MESSAGE
007360         GO TO 2400-EXIT
007370     END-IF.
007380*    FIRST WRITE AFTER THE FIND PRIMES THE PANEL WITH THE
007390*    INSTRUCTION'S CURRENT VALUES FOR CORRECTION; THE OPERATOR
007400*    CONFIRMS WITH A SECOND W ONCE THE FIELDS ARE RIGHT.
007410     MOVE WS-STO-ENTRY (WS-STO-FOUND-SUB) TO WS-STO-RECORD.
007420     IF WS-SCREEN-STATUS = SPACE
007430         MOVE SO-DESCRIPTION TO WS-SCREEN-DESCRIPTION
007440         MOVE SO-OPERATION-CODE TO WS-SCREEN-OPERATION
007450         MOVE SO-FIRST-NUMBER TO WS-SCREEN-FIRST-NUMBER
007460         MOVE SO-SECOND-NUMBER TO WS-SCREEN-SECOND-NUMBER
007470         MOVE SO-FREQUENCY TO WS-SCREEN-FREQUENCY
007480         MOVE SO-DAY-OF-MONTH TO WS-SCREEN-DAY
007490         MOVE SO-NEXT-DUE-DATE TO WS-SCREEN-NEXT-DUE
007500         MOVE SO-END-DATE TO WS-SCREEN-END-DATE
007510         MOVE SO-STATUS TO WS-SCREEN-STATUS
007520         MOVE "CURRENT VALUES SHOWN - W TO APPLY"
007530             TO WS-SCREEN-MESSAGE
007540         GO TO 2400-EXIT
007550     END-IF.
007560     MOVE "Y" TO WS-VALID-SWITCH.
007570     IF WS-SCREEN-STATUS NOT = "A"
007580        AND WS-SCREEN-STATUS NOT = "H"
007590        AND WS-SCREEN-STATUS NOT = "X"
007600        AND WS-SCREEN-STATUS NOT = "E"
007610         MOVE "STATUS MUST BE A, H, X OR E" TO WS-SCREEN-MESSAGE
007620         GO TO 2400-EXIT
007630     END-IF.
007640     PERFORM 2120-COMMON-EDITS THRU 2120-EXIT.
007650     IF INPUT-IS-INVALID
007660         GO TO 2400-EXIT
007670     END-IF.
007680     PERFORM 2250-SCREEN-TO-RECORD THRU 2250-EXIT.
007690     MOVE WS-STO-RECORD TO WS-STO-ENTRY (WS-STO-FOUND-SUB).
007700     ADD 1 TO WS-CHANGE-COUNT.
007710     MOVE "CHANGED" TO WS-DTL-ACTION.
007720     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
007730     MOVE "Y" TO WS-ENTRY-DONE-SWITCH.
007740 2400-EXIT.
007750     EXIT.
007760
007770 2300-WRITE-REPORT-LINE.
007780     MOVE SO-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
007790     MOVE SO-SEQUENCE TO WS-DTL-SEQUENCE.
007800     MOVE SO-STATUS TO WS-DTL-STATUS.
007810     MOVE SO-OPERATION-CODE TO WS-DTL-OPERATION.
007820     MOVE SO-FIRST-NUMBER TO WS-DTL-FIRST-NUMBER.
007830     MOVE SO-SECOND-NUMBER TO WS-DTL-SECOND-NUMBER.
007840     MOVE SO-FREQUENCY TO WS-DTL-FREQUENCY.
007850     MOVE SO-DAY-OF-MONTH TO WS-DTL-DAY.
007860     MOVE SO-NEXT-DUE-DATE TO WS-DTL-NEXT-DUE.
007870     MOVE SO-END-DATE TO WS-DTL-END-DATE.
007880     MOVE SO-DESCRIPTION TO WS-DTL-DESCRIPTION.
007890     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
007900         AFTER ADVANCING 1 LINE.
007910 2300-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 6300-CHECK-DATE
007960*   WS-CHECK-DATE MUST BE A REAL CALENDAR DATE: MONTH 01-12 AND
007970*   A DAY WITHIN THAT MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
007980*   SETS WS-VALID-SWITCH TO N WHEN IT IS NOT.
007990******************************************************************
008000 6300-CHECK-DATE.
008010     IF WS-CHECK-DATE NOT NUMERIC
008020        OR WS-CK-MM < 1 OR WS-CK-MM > 12
008030        OR WS-CK-DD < 1
008040         MOVE "N" TO WS-VALID-SWITCH
008050         GO TO 6300-EXIT
008060     END-IF.
008070     PERFORM 6310-MONTH-LENGTH THRU 6310-EXIT.
008080     IF WS-CK-DD > WS-MONTH-DAYS
008090         MOVE "N" TO WS-VALID-SWITCH
008100     END-IF.
008110 6300-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150* 6310-MONTH-LENGTH
008160*   DAYS IN MONTH WS-CK-MM OF YEAR WS-CK-YYYY INTO WS-MONTH-DAYS.
008170*   LEAP YEAR: DIVISIBLE BY 4, CENTURIES ONLY IF BY 400.
008180******************************************************************
008190 6310-MONTH-LENGTH.
008200     MOVE WS-DIM-DAYS (WS-CK-MM) TO WS-MONTH-DAYS.
008210     IF WS-CK-MM NOT = 2
008220         GO TO 6310-EXIT
008230     END-IF.
008240     DIVIDE WS-CK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
008250         REMAINDER WS-LEAP-REMAINDER.
008260     IF WS-LEAP-REMAINDER = ZERO
008270         MOVE 29 TO WS-MONTH-DAYS
008280         GO TO 6310-EXIT
008290     END-IF.
008300     DIVIDE WS-CK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
008310         REMAINDER WS-LEAP-REMAINDER.
008320     IF WS-LEAP-REMAINDER = ZERO
008330         GO TO 6310-EXIT
008340     END-IF.
008350     DIVIDE WS-CK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
008360         REMAINDER WS-LEAP-REMAINDER.
008370     IF WS-LEAP-REMAINDER = ZERO
008380         MOVE 29 TO WS-MONTH-DAYS
008390     END-IF.
008400 6310-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* 7000-WRITE-NEW-MASTER
008450*   WRITE THE COMPLETE NEW MASTER GENERATION FROM THE TABLE.
008460******************************************************************
008470 7000-WRITE-NEW-MASTER.
008480     PERFORM 7010-WRITE-ONE-INSTRUCTION THRU 7010-EXIT
008490         VARYING WS-STO-SUB FROM 1 BY 1
008500         UNTIL WS-STO-SUB > WS-STO-USED.
008510 7000-EXIT.
008520     EXIT.
008530
008540 7010-WRITE-ONE-INSTRUCTION.
008550     WRITE SX-STO-RECORD FROM WS-STO-ENTRY (WS-STO-SUB).
008560 7010-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600* 8000-PRINT-SUMMARY
008610*   END-OF-RUN CONTROL TOTALS FOR THE MAINTENANCE SESSION.
008620******************************************************************
008630 8000-PRINT-SUMMARY.
008640     MOVE SPACES TO WS-SUMMARY-LINE.
008650     MOVE "CALCSTOM - CONTROL TOTALS" TO WS-SUM-LABEL.
008660     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008670         AFTER ADVANCING 2 LINES.
008680
008690     MOVE SPACES TO WS-SUMMARY-LINE.
008700     MOVE "INSTRUCTIONS READ" TO WS-SUM-LABEL.
008710     MOVE WS-READ-COUNT TO WS-SUM-COUNT-ED.
008720     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008730     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008740         AFTER ADVANCING 1 LINE.
008750
008760     MOVE SPACES TO WS-SUMMARY-LINE.
008770     MOVE "INSTRUCTIONS ADDED" TO WS-SUM-LABEL.
008780     MOVE WS-ADD-COUNT TO WS-SUM-COUNT-ED.
008790     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008800     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008810         AFTER ADVANCING 1 LINE.
008820
008830     MOVE SPACES TO WS-SUMMARY-LINE.
008840     MOVE "INSTRUCTIONS CHANGED" TO WS-SUM-LABEL.
008850     MOVE WS-CHANGE-COUNT TO WS-SUM-COUNT-ED.
008860     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008870     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008880         AFTER ADVANCING 1 LINE.
008890
008900     MOVE SPACES TO WS-SUMMARY-LINE.
008910     MOVE "INSTRUCTIONS WRITTEN" TO WS-SUM-LABEL.
008920     MOVE WS-STO-USED TO WS-SUM-COUNT-ED.
008930     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008940     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008950         AFTER ADVANCING 1 LINE.
008960 8000-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
009010*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
009020******************************************************************
009030 9000-TERMINATE.
009040     CLOSE STO-OUT-FILE.
009050     CLOSE REPORT-FILE.
009060     DISPLAY "CALCSTOM - RUN COMPLETE - RETURN CODE "
009070         WS-RETURN-CODE.
009080 9000-EXIT.
009090     EXIT.
009100
009110 9900-ABEND.
009120     DISPLAY "CALCSTOM - ABNORMAL TERMINATION - RETURN CODE "
009130         WS-RETURN-CODE.
009140     STOP RUN RETURNING WS-RETURN-CODE.
009150
009160 9999-EXIT.
009170     STOP RUN RETURNING WS-RETURN-CODE.
009180 END PROGRAM CALCSTOM.
