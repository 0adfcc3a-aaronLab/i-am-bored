000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: MAKER-CHECKER APPROVAL OF HIGH-VALUE SCREEN ENTRIES.
000070*          CALCULATE PARKS A SCREEN ENTRY OVER THE ENTERING
000080*          OPERATOR'S APPROVAL LIMIT ON THE APPROVAL PARKING
000090*          FILE (SEE COPYBOOK CALCAPQ).  THIS PROGRAM SIGNS ON
000100*          A SECOND OPERATOR AGAINST THE OPERATOR MASTER, TAKES
000110*          THE PARKED ITEMS ONTO THE APPROVAL QUEUE MASTER, AND
000120*          PRESENTS EACH PENDING ITEM FOR APPROVAL OR DECLINE.
000130*          NOBODY MAY DECIDE AN ITEM THEY ENTERED, AND AN
000140*          APPROVER MUST HOLD THE AUTHORITY TO HAVE ENTERED THE
000150*          ITEM THEMSELVES.  APPROVED ITEMS ARE RELEASED INTO THE
000160*          NEXT CALCULATE RUN BY THE NIGHTLY RELEASE (CALCAPRL).
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 AJL   INITIAL VERSION - SIGN-ON, APPROVE/DECLINE
000220*                    PANEL OVER THE PENDING QUEUE, NEW QUEUE
000230*                    GENERATION AND A DECISION REPORT.
000233*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000236*                    FIELDS (QUEUE 120 TO 136).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCAPPR.
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
000390* OPERATOR-FILE - OPERATOR SECURITY MASTER: SIGN-ON PASSWORD AND
000400*                THE APPROVER'S OWN AUTHORIZATION LIMITS.
000410* QUEUE-IN-FILE - CURRENT APPROVAL QUEUE MASTER (MAY NOT EXIST
000420*                BEFORE THE FIRST APPROVAL RUN).
000430* PARK-FILE    - ENTRIES PARKED BY CALCULATE SINCE THE LAST
000440*                SWEEP; TAKEN ONTO THE QUEUE AND EMPTIED.
000450* QUEUE-OUT-FILE - NEW APPROVAL QUEUE GENERATION WITH TODAY'S
000460*                DECISIONS APPLIED.
000470* REPORT-FILE  - DECISION LISTING AND CONTROL TOTALS.
000480*----------------------------------------------------------------
000490     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-OPERATOR-STATUS.
000530
000540     SELECT QUEUE-IN-FILE ASSIGN TO APPRQIN
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-QUEUE-IN-STATUS.
000580
000590     SELECT PARK-FILE ASSIGN TO APPRPARK
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-PARK-STATUS.
000630
000640     SELECT QUEUE-OUT-FILE ASSIGN TO APPRQOUT
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-QUEUE-OUT-STATUS.
000680
000690     SELECT REPORT-FILE ASSIGN TO APPRRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*----------------------------------------------------------------
000770* OPERATOR-FILE RECORD - ONE PER AUTHORIZED OPERATOR, AS READ BY
000780* CALCULATE (SEE JOB OPERMSTJ FOR THE COLUMN LAYOUT).
000790*----------------------------------------------------------------
000800 FD  OPERATOR-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  OP-OPERATOR-RECORD.
000840     05  OP-OPERATOR-ID              PIC X(08).
000850     05  OP-PASSWORD                 PIC X(08).
000860     05  OP-MAX-AMOUNT               PIC S9(9)V99   COMP-3.
000870     05  OP-AUTH-ADD                 PIC X(01).
000880     05  OP-AUTH-SUBTRACT            PIC X(01).
000890     05  OP-AUTH-MULTIPLY            PIC X(01).
000900     05  OP-AUTH-DIVIDE              PIC X(01).
000910     05  OP-APPROVAL-LIMIT           PIC S9(9)V99   COMP-3.
000920     05  FILLER                      PIC X(48).
000930
000940*----------------------------------------------------------------
000950* QUEUE-IN / PARK / QUEUE-OUT RECORDS - SHARED LAYOUT, SEE
000960* CALCAPQ COPYBOOK.  THE FILES ARE READ AND WRITTEN AS WHOLE
000970* IMAGES; THE FIELDS ARE WORKED IN WS-QUEUE-ITEM.
000980*----------------------------------------------------------------
000990 FD  QUEUE-IN-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 136 CHARACTERS.
001020 01  QI-QUEUE-RECORD                 PIC X(136).
001030
001040 FD  PARK-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 136 CHARACTERS.
001070 01  PK-PARK-RECORD                  PIC X(136).
001080
001090 FD  QUEUE-OUT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 136 CHARACTERS.
001120 01  QO-QUEUE-RECORD                 PIC X(136).
001130
001140*----------------------------------------------------------------
001150* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE DECISION LINE.
001160*----------------------------------------------------------------
001170 FD  REPORT-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 132 CHARACTERS.
001200 01  RP-REPORT-LINE                  PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240* FILE STATUS SWITCHES
001250*----------------------------------------------------------------
001260 77  WS-OPERATOR-STATUS              PIC X(02)      VALUE "00".
001270 77  WS-QUEUE-IN-STATUS              PIC X(02)      VALUE "00".
001280 77  WS-PARK-STATUS                  PIC X(02)      VALUE "00".
001290 77  WS-QUEUE-OUT-STATUS             PIC X(02)      VALUE "00".
001300 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001310
001320*----------------------------------------------------------------
001330* CONTROL SWITCHES AND COUNTERS
001340*----------------------------------------------------------------
001350 77  WS-EOF-SWITCH                   PIC X(01)      VALUE "N".
001360     88  END-OF-FILE                                VALUE "Y".
001370     88  NOT-END-OF-FILE                             VALUE "N".
001380
001390 77  WS-OPERATOR-EOF-SWITCH          PIC X(01)      VALUE "N".
001400     88  OPERATOR-END-OF-FILE                        VALUE "Y".
001410
001420 77  WS-VALID-SWITCH                 PIC X(01)      VALUE "Y".
001430     88  INPUT-IS-VALID                              VALUE "Y".
001440     88  INPUT-IS-INVALID                             VALUE "N".
001450
001460 77  WS-ITEM-DONE-SWITCH             PIC X(01)      VALUE "N".
001470     88  ITEM-IS-DONE                                VALUE "Y".
001480
001490 77  WS-REVIEW-DONE-SWITCH           PIC X(01)      VALUE "N".
001500     88  REVIEW-IS-DONE                              VALUE "Y".
001510
001520 77  WS-SIGNON-SWITCH                PIC X(01)      VALUE "N".
001530     88  OPERATOR-SIGNED-ON                          VALUE "Y".
001540 77  WS-SIGNON-ATTEMPTS              PIC S9(4)   COMP VALUE ZERO.
001550 77  WS-SIGNON-LIMIT                 PIC S9(4)   COMP VALUE 3.
001560
001570 77  WS-QUEUE-READ-COUNT             PIC S9(7)   COMP VALUE ZERO.
001580 77  WS-PARK-READ-COUNT              PIC S9(7)   COMP VALUE ZERO.
001590 77  WS-PENDING-COUNT                PIC S9(7)   COMP VALUE ZERO.
001600 77  WS-APPROVED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001610 77  WS-DECLINED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001620 77  WS-REFUSED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001630 77  WS-QUEUE-OUT-COUNT              PIC S9(7)   COMP VALUE ZERO.
001640 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001650
001660 77  WS-OPERATOR-ID                  PIC X(08)      VALUE SPACES.
001670
001680 01  WS-RUN-DATE-FIELDS.
001690     05  WS-RUN-DATE                 PIC 9(08).
001700     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001710         10  WS-RUN-YYYY              PIC 9(04).
001720         10  WS-RUN-MM                PIC 9(02).
001730         10  WS-RUN-DD                PIC 9(02).
001740
001750*----------------------------------------------------------------
001760* OPERATOR SECURITY TABLE AND THE SIGNED-ON APPROVER'S LIMITS.
001770*----------------------------------------------------------------
001780 77  WS-OPM-MAX                      PIC S9(4)   COMP VALUE 200.
001790 77  WS-OPM-USED                     PIC S9(4)   COMP VALUE ZERO.
001800 77  WS-OPM-SUB                      PIC S9(4)   COMP VALUE ZERO.
001810 77  WS-OPM-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
001820 01  WS-OPERATOR-TABLE.
001830     05  WS-OPM-ENTRY OCCURS 200 TIMES.
001840         10  WS-OPM-ID               PIC X(08).
001850         10  WS-OPM-PASSWORD         PIC X(08).
001860         10  WS-OPM-MAX-AMOUNT       PIC S9(9)V99   COMP-3.
001870         10  WS-OPM-AUTH-ADD         PIC X(01).
001880         10  WS-OPM-AUTH-SUBTRACT    PIC X(01).
001890         10  WS-OPM-AUTH-MULTIPLY    PIC X(01).
001900         10  WS-OPM-AUTH-DIVIDE      PIC X(01).
001910
001920 01  WS-CURRENT-OPERATOR.
001930     05  WS-CUR-MAX-AMOUNT           PIC S9(9)V99   COMP-3
001940                                                     VALUE ZERO.
001950     05  WS-CUR-AUTH-ADD             PIC X(01)      VALUE "N".
001960     05  WS-CUR-AUTH-SUBTRACT        PIC X(01)      VALUE "N".
001970     05  WS-CUR-AUTH-MULTIPLY        PIC X(01)      VALUE "N".
001980     05  WS-CUR-AUTH-DIVIDE          PIC X(01)      VALUE "N".
001990 77  WS-CUR-MAX-NEG                  PIC S9(9)V99   COMP-3
002000                                                     VALUE ZERO.
002010
002020*----------------------------------------------------------------
002030* APPROVAL QUEUE TABLE.  THE CURRENT QUEUE PLUS THE NEWLY PARKED
002040* ITEMS, HELD AS WHOLE CALCAPQ IMAGES IN ARRIVAL SEQUENCE AND
002050* WRITTEN BACK OUT AS THE NEW GENERATION.  A FULL TABLE STOPS
002060* THE RUN RATHER THAN LOSE A PARKED ITEM.
002070*----------------------------------------------------------------
002080 77  WS-APQ-MAX                      PIC S9(7)   COMP VALUE 2000.
002090 77  WS-APQ-USED                     PIC S9(7)   COMP VALUE ZERO.
002100 77  WS-APQ-SUB                      PIC S9(7)   COMP VALUE ZERO.
002110 01  WS-APPROVAL-TABLE.
002120     05  WS-APQ-ENTRY                PIC X(136)
002130                                     OCCURS 2000 TIMES.
002140
002150*----------------------------------------------------------------
002160* WORKING COPIES OF THE QUEUE ITEM (SEE CALCAPQ) AND OF THE
002170* PARKED TRANSACTION IT CARRIES (SEE CALCREC).
002180*----------------------------------------------------------------
002190 01  WS-QUEUE-ITEM.
002200     COPY CALCAPQ.
002210
002220 01  WS-CALC-RECORD.
002230     COPY CALCREC.
002240
002250*----------------------------------------------------------------
002260* REPORT LINE LAYOUTS
002270*----------------------------------------------------------------
002280 01  WS-DETAIL-LINE.
002290     05  FILLER                      PIC X(02)      VALUE SPACES.
002300     05  WS-DTL-QUEUE-DATE           PIC 9999/99/99.
002310     05  FILLER                      PIC X(02)      VALUE SPACES.
002320     05  WS-DTL-ENTERED-BY           PIC X(08).
002330     05  FILLER                      PIC X(02)      VALUE SPACES.
002340     05  WS-DTL-ACCOUNT              PIC X(10).
002350     05  FILLER                      PIC X(02)      VALUE SPACES.
002360     05  WS-DTL-OPERATION            PIC X(01).
002370     05  FILLER                      PIC X(02)      VALUE SPACES.
002380     05  WS-DTL-FIRST-NUMBER         PIC -9(9).99.
002390     05  FILLER                      PIC X(02)      VALUE SPACES.
002400     05  WS-DTL-SECOND-NUMBER        PIC -9(9).99.
002410     05  FILLER                      PIC X(02)      VALUE SPACES.
002420     05  WS-DTL-RESULT               PIC -9(9).99.
002430     05  FILLER                      PIC X(02)      VALUE SPACES.
002440     05  WS-DTL-DECISION             PIC X(08).
002450     05  FILLER                      PIC X(02)      VALUE SPACES.
002460     05  WS-DTL-DECIDED-BY           PIC X(08).
002470     05  FILLER                      PIC X(30)      VALUE SPACES.
002480
002490 01  WS-SUMMARY-LINE.
002500     05  FILLER                      PIC X(05)      VALUE SPACES.
002510     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002520     05  FILLER                      PIC X(05)      VALUE SPACES.
002530     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002540     05  FILLER                      PIC X(62)      VALUE SPACES.
002550
002560 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002570 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002580
002590*----------------------------------------------------------------
002600* SCREEN SECTION WORK FIELDS - SEE 1460-SIGNON-ATTEMPT AND
002610* 2700-APPROVAL-SCREEN.
002620*----------------------------------------------------------------
002630 77  WS-SCREEN-SIGNON-ID             PIC X(08)      VALUE SPACES.
002640 77  WS-SCREEN-PASSWORD              PIC X(08)      VALUE SPACES.
002650 77  WS-SCREEN-SIGNON-MSG            PIC X(40)      VALUE SPACES.
002660 77  WS-SCREEN-ITEM                  PIC 9(05)      VALUE ZERO.
002670 77  WS-SCREEN-QUEUE-DATE            PIC 9(08)      VALUE ZERO.
002680 77  WS-SCREEN-ENTERED-BY            PIC X(08)      VALUE SPACES.
002690 77  WS-SCREEN-ACCOUNT               PIC X(10)      VALUE SPACES.
002700 77  WS-SCREEN-OPERATION             PIC X(01)      VALUE SPACE.
002710 77  WS-SCREEN-FIRST-NUMBER          PIC S9(09)V99  VALUE ZERO.
002720 77  WS-SCREEN-SECOND-NUMBER         PIC S9(09)V99  VALUE ZERO.
002730 77  WS-SCREEN-RESULT                PIC S9(09)V99  VALUE ZERO.
002740 77  WS-SCREEN-EFFECTIVE             PIC 9(08)      VALUE ZERO.
002750 77  WS-SCREEN-ACTION                PIC X(01)      VALUE SPACE.
002760 77  WS-SCREEN-MESSAGE               PIC X(40)      VALUE SPACES.
002770
002780 SCREEN SECTION.
002790 01  WS-SIGNON-SCREEN.
002800     05  BLANK SCREEN.
002810     05  LINE 01 COLUMN 01 VALUE
002820         "CALCAPPR - APPROVER SIGN-ON".
002830     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID ........: ".
002840     05  LINE 03 COLUMN 23 PIC X(08) USING WS-SCREEN-SIGNON-ID.
002850     05  LINE 04 COLUMN 01 VALUE "PASSWORD ...........: ".
002860     05  LINE 04 COLUMN 23 PIC X(08)
002870         USING WS-SCREEN-PASSWORD SECURE.
002880     05  LINE 06 COLUMN 01 PIC X(40) FROM WS-SCREEN-SIGNON-MSG.
002890
002900 01  WS-APPROVAL-SCREEN.
002910     05  BLANK SCREEN.
002920     05  LINE 01 COLUMN 01 VALUE
002930         "CALCAPPR - APPROVAL OF QUEUED TRANSACTIONS".
002940     05  LINE 03 COLUMN 01 VALUE "QUEUE ITEM .........: ".
002950     05  LINE 03 COLUMN 23 PIC ZZZZ9 FROM WS-SCREEN-ITEM.
002960     05  LINE 03 COLUMN 40 VALUE "QUEUED: ".
002970     05  LINE 03 COLUMN 48 PIC 9999/99/99
002980         FROM WS-SCREEN-QUEUE-DATE.
002990     05  LINE 04 COLUMN 01 VALUE "ENTERED BY .........: ".
003000     05  LINE 04 COLUMN 23 PIC X(08) FROM WS-SCREEN-ENTERED-BY.
003010     05  LINE 05 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
003020     05  LINE 05 COLUMN 23 PIC X(10) FROM WS-SCREEN-ACCOUNT.
003030     05  LINE 05 COLUMN 40 VALUE "OPERATION: ".
003040     05  LINE 05 COLUMN 51 PIC X(01) FROM WS-SCREEN-OPERATION.
003050     05  LINE 06 COLUMN 01 VALUE "FIRST NUMBER .......: ".
003060     05  LINE 06 COLUMN 23 PIC -ZZZZZZZZ9.99
003070         FROM WS-SCREEN-FIRST-NUMBER.
003080     05  LINE 07 COLUMN 01 VALUE "SECOND NUMBER ......: ".
003090     05  LINE 07 COLUMN 23 PIC -ZZZZZZZZ9.99
003100         FROM WS-SCREEN-SECOND-NUMBER.
003110     05  LINE 08 COLUMN 01 VALUE "RESULT .............: ".
003120     05  LINE 08 COLUMN 23 PIC -ZZZZZZZZ9.99
003130         FROM WS-SCREEN-RESULT.
003140     05  LINE 08 COLUMN 40 VALUE "EFFECTIVE: ".
003150     05  LINE 08 COLUMN 51 PIC 9(08) FROM WS-SCREEN-EFFECTIVE.
003160     05  LINE 10 COLUMN 01 VALUE
003170         "ACTION (A=APPROVE D=DECLINE S=SKIP X=EXIT): ".
003180     05  LINE 10 COLUMN 46 PIC X(01) USING WS-SCREEN-ACTION.
003190     05  LINE 12 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
003200
003210 PROCEDURE DIVISION.
003220******************************************************************
003230* 0000-MAINLINE
003240*   RUNS THE WHOLE PROGRAM: BUILD THE QUEUE FROM THE MASTER AND
003250*   THE PARKED ITEMS, SIGN THE APPROVER ON, WORK THE PENDING
003260*   ITEMS, THEN WRITE THE NEW QUEUE AND THE RUN SUMMARY.  THE
003270*   NEW QUEUE IS WRITTEN EVEN WHEN SIGN-ON FAILS, SO THE PARKED
003280*   ITEMS ALREADY SWEPT ARE NEVER LOST.
003290******************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 1450-SIGN-ON THRU 1450-EXIT.
003330     IF OPERATOR-SIGNED-ON
003340         MOVE "N" TO WS-REVIEW-DONE-SWITCH
003350         PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
003360             VARYING WS-APQ-SUB FROM 1 BY 1
003370             UNTIL WS-APQ-SUB > WS-APQ-USED
003380                OR REVIEW-IS-DONE
003390     ELSE
003400         DISPLAY "CALCAPPR - SIGN-ON FAILED - NO DECISIONS TAKEN"
003410         MOVE 12 TO WS-RETURN-CODE
003420     END-IF.
003430     PERFORM 7000-WRITE-NEW-QUEUE THRU 7000-EXIT.
003440     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003460     GO TO 9999-EXIT.
003470
003480******************************************************************
003490* 1000-INITIALIZE
003500*   OPEN FILES, LOAD THE OPERATOR MASTER, AND BUILD THE QUEUE
003510*   TABLE FROM THE CURRENT MASTER FOLLOWED BY THE PARKED ITEMS.
003520******************************************************************
003530 1000-INITIALIZE.
003540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003550     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003560     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003570     PERFORM 1125-LOAD-OPERATORS THRU 1125-EXIT.
003580     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
003590     PERFORM 1300-LOAD-PARKED THRU 1300-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620
003630 1100-OPEN-FILES.
003640     OPEN OUTPUT QUEUE-OUT-FILE.
003650     IF WS-QUEUE-OUT-STATUS NOT = "00"
003660         DISPLAY "CALCAPPR - OPEN ERROR ON QUEUE-OUT-FILE - "
003670             "STATUS " WS-QUEUE-OUT-STATUS
003680         MOVE 16 TO WS-RETURN-CODE
003690         GO TO 9900-ABEND
003700     END-IF.
003710
003720     OPEN OUTPUT REPORT-FILE.
003730     IF WS-REPORT-STATUS NOT = "00"
003740         DISPLAY "CALCAPPR - OPEN ERROR ON REPORT-FILE - STATUS "
003750             WS-REPORT-STATUS
003760         MOVE 16 TO WS-RETURN-CODE
003770         GO TO 9900-ABEND
003780     END-IF.
003790 1100-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 1125-LOAD-OPERATORS / 1126-LOAD-ONE-OPERATOR
003840*   NO OPERATOR MASTER, NO SIGN-ON, NO DECISIONS.
003850******************************************************************
003860 1125-LOAD-OPERATORS.
003870     OPEN INPUT OPERATOR-FILE.
003880     IF WS-OPERATOR-STATUS NOT = "00"
003890         DISPLAY "CALCAPPR - OPEN ERROR ON OPERATOR-FILE - "
003900             "STATUS " WS-OPERATOR-STATUS
003910         MOVE 16 TO WS-RETURN-CODE
003920         GO TO 9900-ABEND
003930     END-IF.
003940     MOVE "N" TO WS-OPERATOR-EOF-SWITCH.
003950     PERFORM 1126-LOAD-ONE-OPERATOR THRU 1126-EXIT
003960         UNTIL OPERATOR-END-OF-FILE.
003970     CLOSE OPERATOR-FILE.
003980     IF WS-OPM-USED = ZERO
003990         DISPLAY "CALCAPPR - OPERATOR MASTER IS EMPTY"
004000         MOVE 16 TO WS-RETURN-CODE
004010         GO TO 9900-ABEND
004020     END-IF.
004030 1125-EXIT.
004040     EXIT.
004050
004060 1126-LOAD-ONE-OPERATOR.
004070     READ OPERATOR-FILE
004080         AT END
004090             SET OPERATOR-END-OF-FILE TO TRUE
004100             GO TO 1126-EXIT
004110     END-READ.
004120     IF WS-OPM-USED >= WS-OPM-MAX
004130         DISPLAY "CALCAPPR - OPERATOR TABLE FULL"
004140         MOVE 16 TO WS-RETURN-CODE
004150         GO TO 9900-ABEND
004160     END-IF.
004170     ADD 1 TO WS-OPM-USED.
004180     MOVE OP-OPERATOR-ID TO WS-OPM-ID (WS-OPM-USED).
004190     MOVE OP-PASSWORD TO WS-OPM-PASSWORD (WS-OPM-USED).
004200     MOVE OP-MAX-AMOUNT TO WS-OPM-MAX-AMOUNT (WS-OPM-USED).
004210     MOVE OP-AUTH-ADD TO WS-OPM-AUTH-ADD (WS-OPM-USED).
004220     MOVE OP-AUTH-SUBTRACT TO WS-OPM-AUTH-SUBTRACT (WS-OPM-USED).
004230     MOVE OP-AUTH-MULTIPLY TO WS-OPM-AUTH-MULTIPLY (WS-OPM-USED).
004240     MOVE OP-AUTH-DIVIDE TO WS-OPM-AUTH-DIVIDE (WS-OPM-USED).
004250 1126-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 1200-LOAD-QUEUE / 1210-LOAD-ONE-QUEUE-ITEM
004300*   THE CURRENT QUEUE MASTER.  A MISSING MASTER MEANS NO QUEUE
004310*   HAS BEEN BUILT YET - EVERYTHING COMES FROM THE PARKED FILE.
004320******************************************************************
004330 1200-LOAD-QUEUE.
004340     OPEN INPUT QUEUE-IN-FILE.
004350     IF WS-QUEUE-IN-STATUS = "35"
004360         GO TO 1200-EXIT
004370     END-IF.
004380     IF WS-QUEUE-IN-STATUS NOT = "00"
004390         DISPLAY "CALCAPPR - OPEN ERROR ON QUEUE-IN-FILE - "
004400             "STATUS " WS-QUEUE-IN-STATUS
004410         MOVE 16 TO WS-RETURN-CODE
004420         GO TO 9900-ABEND
004430     END-IF.
004440     MOVE "N" TO WS-EOF-SWITCH.
004450     PERFORM 1210-LOAD-ONE-QUEUE-ITEM THRU 1210-EXIT
004460         UNTIL END-OF-FILE.
004470     CLOSE QUEUE-IN-FILE.
004480 1200-EXIT.
004490     EXIT.
004500
004510 1210-LOAD-ONE-QUEUE-ITEM.
004520     READ QUEUE-IN-FILE INTO WS-QUEUE-ITEM
004530         AT END
004540             SET END-OF-FILE TO TRUE
004550             GO TO 1210-EXIT
004560     END-READ.
004570     ADD 1 TO WS-QUEUE-READ-COUNT.
004580     PERFORM 1400-ADD-TO-TABLE THRU 1400-EXIT.
004590 1210-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 1300-LOAD-PARKED / 1310-LOAD-ONE-PARKED
004640*   ITEMS CALCULATE HAS PARKED SINCE THE LAST SWEEP JOIN THE
004650*   QUEUE AS PENDING.  THE PARKING FILE IS EMPTIED AT CLOSEDOWN
004660*   ONCE THE NEW QUEUE GENERATION HOLDS THEM.
004670******************************************************************
004680 1300-LOAD-PARKED.
004690     OPEN INPUT PARK-FILE.
004700     IF WS-PARK-STATUS = "35"
004710         GO TO 1300-EXIT
004720     END-IF.
004730     IF WS-PARK-STATUS NOT = "00"
004740         DISPLAY "CALCAPPR - OPEN ERROR ON PARK-FILE - STATUS "
004750             WS-PARK-STATUS
004760         MOVE 16 TO WS-RETURN-CODE
004770         GO TO 9900-ABEND
004780     END-IF.
004790     MOVE "N" TO WS-EOF-SWITCH.
004800     PERFORM 1310-LOAD-ONE-PARKED THRU 1310-EXIT
004810         UNTIL END-OF-FILE.
004820     CLOSE PARK-FILE.
004830 1300-EXIT.
004840     EXIT.
004850
004860 1310-LOAD-ONE-PARKED.
004870     READ PARK-FILE INTO WS-QUEUE-ITEM
004880         AT END
004890             SET END-OF-FILE TO TRUE
004900             GO TO 1310-EXIT
004910     END-READ.
004920     ADD 1 TO WS-PARK-READ-COUNT.
004930     MOVE "P" TO AQ-QUEUE-STATUS.
004940     PERFORM 1400-ADD-TO-TABLE THRU 1400-EXIT.
004950 1310-EXIT.
004960     EXIT.
004970
004980 1400-ADD-TO-TABLE.
004990     IF WS-APQ-USED >= WS-APQ-MAX
005000         DISPLAY "CALCAPPR - APPROVAL QUEUE TABLE FULL"
005010         MOVE 16 TO WS-RETURN-CODE
005020         GO TO 9900-ABEND
005030     END-IF.
005040     ADD 1 TO WS-APQ-USED.
005050     MOVE WS-QUEUE-ITEM TO WS-APQ-ENTRY (WS-APQ-USED).
005060     IF AQ-STATUS-PENDING
005070         ADD 1 TO WS-PENDING-COUNT
005080     END-IF.
005090 1400-EXIT.
005100     EXIT.
005110
005120 1140-WRITE-REPORT-HEADER.
005130     MOVE SPACES TO WS-SUMMARY-LINE.
005140     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
005150     MOVE "CALCAPPR - APPROVAL DECISION REPORT" TO WS-SUM-LABEL.
005160     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
005170     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
005180 1140-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 1450-SIGN-ON / 1460-SIGNON-ATTEMPT
005230*   OPERATOR-ID AND PASSWORD AGAINST THE OPERATOR MASTER, THREE
005240*   ATTEMPTS.  A GOOD SIGN-ON LOADS THE APPROVER'S OWN LIMITS.
005250******************************************************************
005260 1450-SIGN-ON.
005270     MOVE "N" TO WS-SIGNON-SWITCH.
005280     MOVE ZERO TO WS-SIGNON-ATTEMPTS.
005290     MOVE SPACES TO WS-SCREEN-SIGNON-MSG.
005300     PERFORM 1460-SIGNON-ATTEMPT THRU 1460-EXIT
005310         UNTIL OPERATOR-SIGNED-ON
005320            OR WS-SIGNON-ATTEMPTS >= WS-SIGNON-LIMIT.
005330 1450-EXIT.
005340     EXIT.
005350
005360 1460-SIGNON-ATTEMPT.
005370     MOVE SPACES TO WS-SCREEN-SIGNON-ID.
005380     MOVE SPACES TO WS-SCREEN-PASSWORD.
005390     DISPLAY WS-SIGNON-SCREEN.
005400     ACCEPT WS-SIGNON-SCREEN.
005410     PERFORM 1465-FIND-OPERATOR THRU 1465-EXIT.
005420     IF WS-OPM-FOUND-SUB > ZERO
005430        AND WS-SCREEN-PASSWORD NOT = SPACES
005440        AND WS-SCREEN-PASSWORD =
005450            WS-OPM-PASSWORD (WS-OPM-FOUND-SUB)
005460         MOVE "Y" TO WS-SIGNON-SWITCH
005470         MOVE WS-SCREEN-SIGNON-ID TO WS-OPERATOR-ID
005480         MOVE WS-OPM-MAX-AMOUNT (WS-OPM-FOUND-SUB)
005490             TO WS-CUR-MAX-AMOUNT
005500         COMPUTE WS-CUR-MAX-NEG = ZERO - WS-CUR-MAX-AMOUNT
005510         MOVE WS-OPM-AUTH-ADD (WS-OPM-FOUND-SUB)
005520             TO WS-CUR-AUTH-ADD
005530         MOVE WS-OPM-AUTH-SUBTRACT (WS-OPM-FOUND-SUB)
005540             TO WS-CUR-AUTH-SUBTRACT
005550         MOVE WS-OPM-AUTH-MULTIPLY (WS-OPM-FOUND-SUB)
005560             TO WS-CUR-AUTH-MULTIPLY
005570         MOVE WS-OPM-AUTH-DIVIDE (WS-OPM-FOUND-SUB)
005580             TO WS-CUR-AUTH-DIVIDE
005590     ELSE
005600         ADD 1 TO WS-SIGNON-ATTEMPTS
005610         MOVE "INVALID OPERATOR OR PASSWORD"
005620             TO WS-SCREEN-SIGNON-MSG
005630     END-IF.
005640 1460-EXIT.
005650     EXIT.
005660
005670 1465-FIND-OPERATOR.
005680     MOVE ZERO TO WS-OPM-FOUND-SUB.
005690     PERFORM 1466-SCAN-ONE-OPERATOR THRU 1466-EXIT
005700         VARYING WS-OPM-SUB FROM 1 BY 1
005710         UNTIL WS-OPM-SUB > WS-OPM-USED
005720            OR WS-OPM-FOUND-SUB > ZERO.
005730 1465-EXIT.
005740     EXIT.
005750
005760 1466-SCAN-ONE-OPERATOR.
005770     IF WS-OPM-ID (WS-OPM-SUB) = WS-SCREEN-SIGNON-ID
005780         MOVE WS-OPM-SUB TO WS-OPM-FOUND-SUB
005790     END-IF.
005800 1466-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 2000-REVIEW-ITEM
005850*   ONE QUEUE ENTRY: ANYTHING NOT PENDING IS PASSED OVER; A
005860*   PENDING ITEM IS PRESENTED UNTIL IT IS DECIDED OR SKIPPED,
005870*   AND THE DECISION IS STORED BACK INTO THE TABLE.
005880******************************************************************
005890 2000-REVIEW-ITEM.
005900     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO WS-QUEUE-ITEM.
005910     IF NOT AQ-STATUS-PENDING
005920         GO TO 2000-EXIT
005930     END-IF.
005940     MOVE AQ-TRANS-DATA TO WS-CALC-RECORD.
005950     PERFORM 2050-PRIME-SCREEN-FIELDS THRU 2050-EXIT.
005960     MOVE "N" TO WS-ITEM-DONE-SWITCH.
005970     PERFORM 2700-APPROVAL-SCREEN THRU 2700-EXIT
005980         UNTIL ITEM-IS-DONE.
005990     MOVE WS-QUEUE-ITEM TO WS-APQ-ENTRY (WS-APQ-SUB).
006000 2000-EXIT.
006010     EXIT.
006020
006030 2050-PRIME-SCREEN-FIELDS.
006040     MOVE WS-APQ-SUB TO WS-SCREEN-ITEM.
006050     MOVE AQ-QUEUE-DATE TO WS-SCREEN-QUEUE-DATE.
006060     MOVE AQ-ENTERED-BY TO WS-SCREEN-ENTERED-BY.
006070     MOVE CR-ACCOUNT-NUMBER TO WS-SCREEN-ACCOUNT.
006080     MOVE CR-OPERATION-CODE TO WS-SCREEN-OPERATION.
006090     MOVE CR-FIRST-NUMBER TO WS-SCREEN-FIRST-NUMBER.
006100     MOVE CR-SECOND-NUMBER TO WS-SCREEN-SECOND-NUMBER.
006110     MOVE CR-RESULT TO WS-SCREEN-RESULT.
006120     MOVE CR-EFFECTIVE-DATE TO WS-SCREEN-EFFECTIVE.
006130     MOVE SPACES TO WS-SCREEN-MESSAGE.
006140 2050-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 2100-CHECK-APPROVER
006190*   THE FOUR-EYES RULE: THE DECIDING OPERATOR MAY NOT BE THE
006200*   ONE WHO ENTERED THE ITEM.  AN APPROVAL ALSO NEEDS THE
006210*   AUTHORITY TO HAVE ENTERED THE ITEM - THE OPERATION AND BOTH
006220*   AMOUNTS WITHIN THE APPROVER'S OWN LIMITS.
006230******************************************************************
006240 2100-CHECK-APPROVER.
006250     MOVE "Y" TO WS-VALID-SWITCH.
006260     IF WS-OPERATOR-ID = AQ-ENTERED-BY
006270         MOVE "N" TO WS-VALID-SWITCH
006280         MOVE "YOU ENTERED THIS ITEM - SECOND OPERATOR"
006290             TO WS-SCREEN-MESSAGE
006300         GO TO 2100-EXIT
006310     END-IF.
006320     IF WS-SCREEN-ACTION = "D" OR WS-SCREEN-ACTION = "d"
006330         GO TO 2100-EXIT
006340     END-IF.
006350     EVALUATE TRUE
006360         WHEN CR-OP-ADD AND WS-CUR-AUTH-ADD NOT = "Y"
006370             MOVE "N" TO WS-VALID-SWITCH
006380         WHEN CR-OP-SUBTRACT AND WS-CUR-AUTH-SUBTRACT NOT = "Y"
006390             MOVE "N" TO WS-VALID-SWITCH
006400         WHEN CR-OP-MULTIPLY AND WS-CUR-AUTH-MULTIPLY NOT = "Y"
006410             MOVE "N" TO WS-VALID-SWITCH
006420         WHEN CR-OP-DIVIDE AND WS-CUR-AUTH-DIVIDE NOT = "Y"
006430             MOVE "N" TO WS-VALID-SWITCH
006440         WHEN OTHER
006450             CONTINUE
006460     END-EVALUATE.
006470     IF INPUT-IS-INVALID
006480         MOVE "OPERATION NOT AUTHORIZED FOR APPROVER"
006490             TO WS-SCREEN-MESSAGE
006500         GO TO 2100-EXIT
006510     END-IF.
006520     IF CR-FIRST-NUMBER > WS-CUR-MAX-AMOUNT
006530        OR CR-FIRST-NUMBER < WS-CUR-MAX-NEG
006540        OR CR-SECOND-NUMBER > WS-CUR-MAX-AMOUNT
006550        OR CR-SECOND-NUMBER < WS-CUR-MAX-NEG
006560         MOVE "N" TO WS-VALID-SWITCH
006570         MOVE "AMOUNT OVER APPROVER'S LIMIT"
006580             TO WS-SCREEN-MESSAGE
006590     END-IF.
006600 2100-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 2700-APPROVAL-SCREEN
006650*   ONE DISPLAY/ACCEPT OF THE APPROVAL PANEL.  A APPROVES AND
006660*   D DECLINES (BOTH SUBJECT TO 2100), S LEAVES THE ITEM
006670*   PENDING FOR ANOTHER APPROVER, X ENDS THE SESSION.
006680******************************************************************
006690 2700-APPROVAL-SCREEN.
006700     MOVE SPACE TO WS-SCREEN-ACTION.
006710     DISPLAY WS-APPROVAL-SCREEN.
006720     ACCEPT WS-APPROVAL-SCREEN.
006730     EVALUATE TRUE
006740         WHEN WS-SCREEN-ACTION = "A" OR WS-SCREEN-ACTION = "a"
006750             PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT
006760             IF INPUT-IS-VALID
006770                 MOVE "A" TO AQ-QUEUE-STATUS
006780                 PERFORM 2750-RECORD-DECISION THRU 2750-EXIT
006790                 ADD 1 TO WS-APPROVED-COUNT
006800                 MOVE "APPROVED" TO WS-DTL-DECISION
006810                 PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT
006820                 MOVE "Y" TO WS-ITEM-DONE-SWITCH
006830             ELSE
006840                 ADD 1 TO WS-REFUSED-COUNT
006850             END-IF
006860         WHEN WS-SCREEN-ACTION = "D" OR WS-SCREEN-ACTION = "d"
006870             PERFORM 2100-CHECK-APPROVER THRU 2100-EXIT
006880             IF INPUT-IS-VALID
006890                 MOVE "D" TO AQ-QUEUE-STATUS
006900                 PERFORM 2750-RECORD-DECISION THRU 2750-EXIT
006910                 ADD 1 TO WS-DECLINED-COUNT
006920                 MOVE "DECLINED" TO WS-DTL-DECISION
006930                 PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT
006940                 MOVE "Y" TO WS-ITEM-DONE-SWITCH
006950             ELSE
006960                 ADD 1 TO WS-REFUSED-COUNT
006970             END-IF
006980         WHEN WS-SCREEN-ACTION = "S" OR WS-SCREEN-ACTION = "s"
006990             MOVE "Y" TO WS-ITEM-DONE-SWITCH
007000         WHEN WS-SCREEN-ACTION = "X" OR WS-SCREEN-ACTION = "x"
007010             MOVE "Y" TO WS-ITEM-DONE-SWITCH
007020             MOVE "Y" TO WS-REVIEW-DONE-SWITCH
007030         WHEN OTHER
007040             MOVE "ENTER ACTION A, D, S OR X" TO WS-SCREEN-MESSAGE
007050     END-EVALUATE.
007060 2700-EXIT.
007070     EXIT.
007080
007090 2750-RECORD-DECISION.
007100     MOVE WS-OPERATOR-ID TO AQ-DECIDED-BY.
007110     MOVE WS-RUN-DATE TO AQ-DECISION-DATE.
007120 2750-EXIT.
007130     EXIT.
007140
007150 2300-WRITE-REPORT-LINE.
007160     MOVE AQ-QUEUE-DATE TO WS-DTL-QUEUE-DATE.
007170     MOVE AQ-ENTERED-BY TO WS-DTL-ENTERED-BY.
007180     MOVE CR-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
007190     MOVE CR-OPERATION-CODE TO WS-DTL-OPERATION.
007200     MOVE CR-FIRST-NUMBER TO WS-DTL-FIRST-NUMBER.
007210     MOVE CR-SECOND-NUMBER TO WS-DTL-SECOND-NUMBER.
007220     MOVE CR-RESULT TO WS-DTL-RESULT.
007230     MOVE AQ-DECIDED-BY TO WS-DTL-DECIDED-BY.
007240     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
007250         AFTER ADVANCING 1 LINE.
007260 2300-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 7000-WRITE-NEW-QUEUE
007310*   THE WHOLE TABLE GOES OUT AS THE NEW QUEUE GENERATION -
007320*   DECIDED ITEMS STAY ON IT FOR THE RELEASE RUN TO ACT ON.
007330******************************************************************
007340 7000-WRITE-NEW-QUEUE.
007350     PERFORM 7010-WRITE-ONE-QUEUE-ITEM THRU 7010-EXIT
007360         VARYING WS-APQ-SUB FROM 1 BY 1
007370         UNTIL WS-APQ-SUB > WS-APQ-USED.
007380 7000-EXIT.
007390     EXIT.
007400
007410 7010-WRITE-ONE-QUEUE-ITEM.
007420     WRITE QO-QUEUE-RECORD FROM WS-APQ-ENTRY (WS-APQ-SUB).
007430     ADD 1 TO WS-QUEUE-OUT-COUNT.
007440 7010-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 8000-PRINT-SUMMARY
007490*   END-OF-RUN CONTROL TOTALS: WHAT CAME IN, WHAT WAS DECIDED,
007500*   WHAT WENT OUT, AND THE OPERATOR WHO DECIDED IT.
007510******************************************************************
007520 8000-PRINT-SUMMARY.
007530     MOVE SPACES TO WS-SUMMARY-LINE.
007540     MOVE "CALCAPPR - CONTROL TOTALS" TO WS-SUM-LABEL.
007550     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007560         AFTER ADVANCING 2 LINES.
007570
007580     MOVE SPACES TO WS-SUMMARY-LINE.
007590     MOVE "APPROVER" TO WS-SUM-LABEL.
007600     MOVE WS-OPERATOR-ID TO WS-SUM-VALUE.
007610     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007620         AFTER ADVANCING 1 LINE.
007630
007640     MOVE SPACES TO WS-SUMMARY-LINE.
007650     MOVE "QUEUE ITEMS READ" TO WS-SUM-LABEL.
007660     MOVE WS-QUEUE-READ-COUNT TO WS-SUM-COUNT-ED.
007670     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007680     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007690         AFTER ADVANCING 1 LINE.
007700
007710     MOVE SPACES TO WS-SUMMARY-LINE.
007720     MOVE "NEWLY PARKED ITEMS" TO WS-SUM-LABEL.
007730     MOVE WS-PARK-READ-COUNT TO WS-SUM-COUNT-ED.
007740     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007750     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007760         AFTER ADVANCING 1 LINE.
007770
007780     MOVE SPACES TO WS-SUMMARY-LINE.
007790     MOVE "ITEMS PENDING AT START" TO WS-SUM-LABEL.
007800     MOVE WS-PENDING-COUNT TO WS-SUM-COUNT-ED.
007810     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007820     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007830         AFTER ADVANCING 1 LINE.
007840
007850     MOVE SPACES TO WS-SUMMARY-LINE.
007860     MOVE "ITEMS APPROVED" TO WS-SUM-LABEL.
007870     MOVE WS-APPROVED-COUNT TO WS-SUM-COUNT-ED.
007880     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007890     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007900         AFTER ADVANCING 1 LINE.
007910
007920     MOVE SPACES TO WS-SUMMARY-LINE.
007930     MOVE "ITEMS DECLINED" TO WS-SUM-LABEL.
007940     MOVE WS-DECLINED-COUNT TO WS-SUM-COUNT-ED.
007950     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007960     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007970         AFTER ADVANCING 1 LINE.
007980
007990     MOVE SPACES TO WS-SUMMARY-LINE.
008000     MOVE "DECISIONS REFUSED" TO WS-SUM-LABEL.
008010     MOVE WS-REFUSED-COUNT TO WS-SUM-COUNT-ED.
008020     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008030     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008040         AFTER ADVANCING 1 LINE.
008050
008060     MOVE SPACES TO WS-SUMMARY-LINE.
008070     MOVE "QUEUE ITEMS WRITTEN" TO WS-SUM-LABEL.
008080     MOVE WS-QUEUE-OUT-COUNT TO WS-SUM-COUNT-ED.
008090     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008100     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008110         AFTER ADVANCING 1 LINE.
008120 8000-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
008170*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
008180*   THE PARKING FILE IS EMPTIED ONLY ONCE THE NEW QUEUE IS
008190*   CLOSED - ITS ITEMS NOW LIVE ON THE QUEUE GENERATION.
008200******************************************************************
008210 9000-TERMINATE.
008220     CLOSE QUEUE-OUT-FILE.
008230     CLOSE REPORT-FILE.
008240     IF WS-PARK-READ-COUNT > ZERO
008250         OPEN OUTPUT PARK-FILE
008260         IF WS-PARK-STATUS NOT = "00"
008270             DISPLAY "CALCAPPR - UNABLE TO EMPTY PARK-FILE - "
008280                 "STATUS " WS-PARK-STATUS
008290             MOVE 16 TO WS-RETURN-CODE
008300             GO TO 9900-ABEND
008310         END-IF
008320         CLOSE PARK-FILE
008330     END-IF.
008340     DISPLAY "CALCAPPR - RUN COMPLETE - RETURN CODE "
008350         WS-RETURN-CODE.
008360 9000-EXIT.
008370     EXIT.
008380
008390 9900-ABEND.
008400     DISPLAY "CALCAPPR - ABNORMAL TERMINATION - RETURN CODE "
008410         WS-RETURN-CODE.
008420     STOP RUN RETURNING WS-RETURN-CODE.
008430
008440 9999-EXIT.
008450     STOP RUN RETURNING WS-RETURN-CODE.
008460 END PROGRAM CALCAPPR.
