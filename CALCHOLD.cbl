000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: OVERDRAFT-LIMIT EXCEPTION AND HOLD AGING.  RUNS
000070*          STRAIGHT AFTER POSTING.  CALCPOST REFUSES ANY DEBIT
000080*          THAT WOULD TAKE AN ENFORCED ACCOUNT BELOW MINUS ITS
000090*          OVERDRAFT LIMIT AND WRITES IT, FLAGGED H, TO THE
000100*          POSTING-HOLD FILE; THE NEXT POSTING RUN READS THAT
000110*          FILE BACK IN BEHIND THE DAY'S EXTRACT, SO A HOLD
000120*          POSTS AS SOON AS A CREDIT LANDS OR THE LIMIT IS
000130*          RAISED IN CALCACCT.  THIS RUN CARRIES THE HOLD
000140*          REGISTER FORWARD - THE DATE EACH ITEM WAS FIRST
000150*          HELD AND HOW MANY TIMES IT HAS BEEN PRESENTED -
000160*          AND PRINTS THE LIMIT-EXCEPTION REPORT: EVERY ITEM
000170*          STILL HELD WITH DAYS HELD, THE ACCOUNT'S BALANCE
000180*          AND LIMIT AND HOW FAR SHORT IT IS, AND EVERY ITEM
000188*          OFF HOLD SINCE THE LAST RUN - RELEASED IF TODAY'S
000196*          POSTED FILE SHOWS IT POSTED, DROPPED IF NOT.  A
000204*          HELD ITEM IS IN THE GL FEED (CALCULATE WROTE IT)
000212*          BUT NOT ON THE MASTER, SO THE TOTAL HELD IS PRINTED
000220*          AS THE RECONCILING ITEM BETWEEN THE TWO.
000230*          RETURN CODE 0  - NOTHING HELD.
000240*                      4  - ITEMS HELD, NONE OVERDUE.
000250*                      8  - AN ITEM HAS BEEN HELD FOR THE
000255*                           OVERDUE THRESHOLD OR LONGER, OR
000260*                           AN ITEM HAS LEFT HOLD WITHOUT
000265*                           POSTING.
000270*                      16 - FILE ERROR.
000280* Tectonics: cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 AJL   INITIAL VERSION.
000322*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000324*                    FIELDS (57 TO 73).  HELD ITEMS SHOW THEIR
000326*                    CURRENCY, AND THE RECONCILING ITEM AGAINST
000328*                    THE GL IS NOW THE BASE-CURRENCY AMOUNT.
000329*   2026-10-15 AJL   A REGISTER ENTRY OFF HOLD IS RELEASED ONLY
000330*                    WHEN TODAY'S POSTED FILE (PSTDIN) HAS IT
000331*                    POSTED; ONE THAT IS NOT IS LISTED AND
000332*                    COUNTED AS DROPPED AND ENDS THE RUN RC 8.
000333******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALCHOLD.
000360 AUTHOR. AARON LEE.
000370 INSTALLATION. I-AM-BORED DATA CENTER.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*----------------------------------------------------------------
000480* REG-IN-FILE  - YESTERDAY'S HOLD REGISTER.  A MISSING FILE
000490*                MEANS A FIRST RUN (EMPTY REGISTER).
000500* HOLD-FILE    - TODAY'S POSTING-HOLD FILE FROM CALCPOST.
000505* POSTED-FILE  - TODAY'S POSTED FILE FROM CALCPOST.
000510* BALANCE-FILE - VSAM KSDS BALANCE MASTER, READ BY ACCOUNT.
000520* ACCT-FILE    - ACCOUNT REFERENCE MASTER, FOR THE LIMITS.
000530* REG-OUT-FILE - THE NEW HOLD REGISTER GENERATION.
000540* REPORT-FILE  - LIMIT-EXCEPTION AND HOLD AGING REPORT.
000550*----------------------------------------------------------------
000560     SELECT REG-IN-FILE ASSIGN TO REGIN
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-REGIN-STATUS.
000600
000610     SELECT HOLD-FILE ASSIGN TO HOLDIN
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-HOLD-STATUS.
000641
000642     SELECT POSTED-FILE ASSIGN TO PSTDIN
000643         ORGANIZATION IS SEQUENTIAL
000644         ACCESS MODE IS SEQUENTIAL
000645         FILE STATUS IS WS-POSTED-STATUS.
000650
000660     SELECT BALANCE-FILE ASSIGN TO BALMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS BM-ACCOUNT-NUMBER
000700         FILE STATUS IS WS-BALANCE-STATUS.
000710
000720     SELECT ACCT-FILE ASSIGN TO ACCTMAST
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-ACCT-STATUS.
000760
000770     SELECT REG-OUT-FILE ASSIGN TO REGOUT
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-REGOUT-STATUS.
000810
000820     SELECT REPORT-FILE ASSIGN TO HOLDRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-REPORT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*----------------------------------------------------------------
000900* HOLD REGISTER RECORDS - 80 BYTES, BOTH SIDES HANDLED THROUGH
000910* THE WORKING-STORAGE VIEW WS-REGISTER-RECORD.
000920*----------------------------------------------------------------
000930 FD  REG-IN-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  RI-REGISTER-RECORD              PIC X(80).
000970
000980 FD  REG-OUT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  RO-REGISTER-RECORD              PIC X(80).
001020
001030*----------------------------------------------------------------
001040* HOLD-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001050*----------------------------------------------------------------
001060 FD  HOLD-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 73 CHARACTERS.
001090 01  HD-HOLD-RECORD.
001100     COPY CALCREC.
001110
001120*----------------------------------------------------------------
001121* POSTED-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001122*----------------------------------------------------------------
001123 FD  POSTED-FILE
001124     LABEL RECORDS ARE STANDARD
001125     RECORD CONTAINS 73 CHARACTERS.
001126 01  PD-POSTED-RECORD.
001127     COPY CALCREC.
001128
001129*----------------------------------------------------------------
001130* BALANCE-FILE RECORD - SHARED LAYOUT, SEE CALCBAL COPYBOOK.
001140*----------------------------------------------------------------
001150 FD  BALANCE-FILE
001160     RECORD CONTAINS 50 CHARACTERS.
001170 01  BM-BALANCE-RECORD.
001180     COPY CALCBAL.
001190
001200*----------------------------------------------------------------
001210* ACCT-FILE RECORD - SHARED LAYOUT, SEE CALCACM COPYBOOK.
001220*----------------------------------------------------------------
001230 FD  ACCT-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  AM-ACCOUNT-RECORD.
001270     COPY CALCACM.
001280
001290*----------------------------------------------------------------
001300* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001310*----------------------------------------------------------------
001320 FD  REPORT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 132 CHARACTERS.
001350 01  RP-REPORT-LINE                  PIC X(132).
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390* FILE STATUS SWITCHES
001400*----------------------------------------------------------------
001410 77  WS-REGIN-STATUS                 PIC X(02)      VALUE "00".
001420 77  WS-HOLD-STATUS                  PIC X(02)      VALUE "00".
001425 77  WS-POSTED-STATUS                PIC X(02)      VALUE "00".
001430 77  WS-BALANCE-STATUS               PIC X(02)      VALUE "00".
001440 77  WS-ACCT-STATUS                  PIC X(02)      VALUE "00".
001450 77  WS-REGOUT-STATUS                PIC X(02)      VALUE "00".
001460 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001470
001480*----------------------------------------------------------------
001490* CONTROL SWITCHES AND COUNTERS
001500*----------------------------------------------------------------
001510 77  WS-REG-EOF-SWITCH               PIC X(01)      VALUE "N".
001520     88  REGISTER-END-OF-FILE                        VALUE "Y".
001530 77  WS-HOLD-EOF-SWITCH              PIC X(01)      VALUE "N".
001540     88  HOLD-END-OF-FILE                            VALUE "Y".
001543 77  WS-POSTED-EOF-SWITCH            PIC X(01)      VALUE "N".
001546     88  POSTED-END-OF-FILE                          VALUE "Y".
001550 77  WS-ACCT-EOF-SWITCH              PIC X(01)      VALUE "N".
001560     88  ACCT-END-OF-FILE                            VALUE "Y".
001570 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001580
001590 77  WS-REG-READ-COUNT               PIC S9(7)   COMP VALUE ZERO.
001600 77  WS-HOLD-READ-COUNT              PIC S9(7)   COMP VALUE ZERO.
001610 77  WS-SKIPPED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001620 77  WS-HELD-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001630 77  WS-NEW-HOLD-COUNT               PIC S9(7)   COMP VALUE ZERO.
001640 77  WS-CARRIED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001650 77  WS-RELEASED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001655 77  WS-DROPPED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001660 77  WS-OVERDUE-COUNT                PIC S9(7)   COMP VALUE ZERO.
001670 77  WS-WRITTEN-COUNT                PIC S9(7)   COMP VALUE ZERO.
001680 77  WS-HELD-TOTAL                   PIC S9(13)V99 COMP-3
001690                                                     VALUE ZERO.
001693 77  WS-HELD-BASE-TOTAL              PIC S9(13)V99 COMP-3
001696                                                     VALUE ZERO.
001700 77  WS-NEW-HOLD-TOTAL               PIC S9(13)V99 COMP-3
001710                                                     VALUE ZERO.
001720 77  WS-RELEASED-TOTAL               PIC S9(13)V99 COMP-3
001730                                                     VALUE ZERO.
001733 77  WS-DROPPED-TOTAL                PIC S9(13)V99 COMP-3
001736                                                     VALUE ZERO.
001740
001750*----------------------------------------------------------------
001760* YESTERDAY'S REGISTER IN CORE.  AN ENTRY MATCHED BY TODAY'S
001764* HOLD FILE IS STILL HELD (MATCHED Y).  ONE LEFT UNMATCHED HAS
001768* LEFT HOLD: IT HAS BEEN RELEASED ONLY IF TODAY'S POSTED FILE
001772* CARRIES IT FLAGGED P (MATCHED P), OTHERWISE IT HAS DROPPED OUT
001776* WITHOUT POSTING (STILL N).
001780*----------------------------------------------------------------
001790 77  WS-RGT-MAX                      PIC S9(7)   COMP VALUE 5000.
001800 77  WS-RGT-USED                     PIC S9(7)   COMP VALUE ZERO.
001810 77  WS-RGT-SUB                      PIC S9(7)   COMP VALUE ZERO.
001820 77  WS-RGT-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001825 77  WS-RGT-UNMATCHED                PIC S9(7)   COMP VALUE ZERO.
001830 01  WS-REGISTER-TABLE.
001840     05  WS-RGT-ENTRY OCCURS 5000 TIMES.
001850         10  WS-RGT-SERIAL           PIC 9(09).
001860         10  WS-RGT-ACCOUNT          PIC X(10).
001870         10  WS-RGT-AMOUNT           PIC S9(13)V99 COMP-3.
001880         10  WS-RGT-FIRST-DATE       PIC 9(08).
001890         10  WS-RGT-PRESENTED        PIC 9(05).
001900         10  WS-RGT-MATCHED          PIC X(01).
001910
001920*----------------------------------------------------------------
001930* ACCOUNT LIMIT TABLE - FROM THE REFERENCE MASTER.
001940*----------------------------------------------------------------
001950 77  WS-ACM-MAX                      PIC S9(7)   COMP VALUE 5000.
001960 77  WS-ACM-USED                     PIC S9(7)   COMP VALUE ZERO.
001970 77  WS-ACM-SUB                      PIC S9(7)   COMP VALUE ZERO.
001980 77  WS-ACM-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001990 01  WS-ACCOUNT-TABLE.
002000     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
002010         10  WS-ACM-NUMBER           PIC X(10).
002020         10  WS-ACM-LIMIT-CODE       PIC X(01).
002030         10  WS-ACM-LIMIT            PIC 9(11)V99.
002040
002050*----------------------------------------------------------------
002060* WORKING VIEW OF A REGISTER RECORD: THE HELD ITEM'S SERIAL AND
002070* ACCOUNT, ITS AMOUNT, THE DATE IT WAS FIRST HELD, THE LATEST
002080* DATE IT WAS HELD AND HOW MANY POSTING RUNS HAVE REFUSED IT.
002090*----------------------------------------------------------------
002100 01  WS-REGISTER-RECORD.
002110     05  RG-SERIAL-NUMBER            PIC 9(09).
002120     05  RG-ACCOUNT-NUMBER           PIC X(10).
002130     05  RG-AMOUNT                   PIC S9(13)V99  COMP-3.
002140     05  RG-FIRST-HELD-DATE          PIC 9(08).
002150     05  RG-LAST-HELD-DATE           PIC 9(08).
002160     05  RG-PRESENTED-COUNT          PIC 9(05).
002170     05  FILLER                      PIC X(32).
002180
002190*----------------------------------------------------------------
002200* DATE WORK FIELDS.  THE DAY COUNT USES THE 360-DAY COMMERCIAL
002210* APPROXIMATION, AS THE SUSPENSE AGING DOES.
002220*----------------------------------------------------------------
002230 01  WS-DATE-FROM                    PIC 9(08).
002240 01  WS-DATE-FROM-R REDEFINES WS-DATE-FROM.
002250     05  WS-DF-YYYY                  PIC 9(04).
002260     05  WS-DF-MM                    PIC 9(02).
002270     05  WS-DF-DD                    PIC 9(02).
002280 01  WS-DATE-TO                      PIC 9(08).
002290 01  WS-DATE-TO-R REDEFINES WS-DATE-TO.
002300     05  WS-DT-YYYY                  PIC 9(04).
002310     05  WS-DT-MM                    PIC 9(02).
002320     05  WS-DT-DD                    PIC 9(02).
002330 77  WS-DAYS-HELD                    PIC S9(5)   COMP VALUE ZERO.
002340 77  WS-OVERDUE-DAYS                 PIC S9(5)   COMP VALUE 5.
002350
002360 01  WS-RUN-DATE-FIELDS.
002370     05  WS-RUN-DATE                 PIC 9(08).
002380     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002390         10  WS-RUN-YYYY              PIC 9(04).
002400         10  WS-RUN-MM                PIC 9(02).
002410         10  WS-RUN-DD                PIC 9(02).
002420
002430*    FIGURES FOR THE HELD ITEM IN HAND.
002440 77  WS-ITEM-FIRST-DATE              PIC 9(08)      VALUE ZERO.
002450 77  WS-ITEM-PRESENTED               PIC 9(05)      VALUE ZERO.
002460 77  WS-ITEM-BALANCE                 PIC S9(13)V99 COMP-3
002470                                                     VALUE ZERO.
002480 77  WS-ITEM-LIMIT                   PIC S9(13)V99 COMP-3
002490                                                     VALUE ZERO.
002500 77  WS-ITEM-SHORT                   PIC S9(13)V99 COMP-3
002510                                                     VALUE ZERO.
002520
002530*----------------------------------------------------------------
002540* REPORT LINE LAYOUTS
002550*----------------------------------------------------------------
002560 01  WS-HELD-HEADING.
002570     05  FILLER                      PIC X(05)      VALUE SPACES.
002580     05  FILLER                      PIC X(10)      VALUE
002590         "STATE".
002600     05  FILLER                      PIC X(02)      VALUE SPACES.
002610     05  FILLER                      PIC X(10)      VALUE
002620         "ACCOUNT".
002630     05  FILLER                      PIC X(02)      VALUE SPACES.
002640     05  FILLER                      PIC X(09)      VALUE
002650         "SERIAL".
002660     05  FILLER                      PIC X(02)      VALUE SPACES.
002670     05  FILLER                      PIC X(18)      VALUE
002680         "            AMOUNT".
002682     05  FILLER                      PIC X(02)      VALUE SPACES.
002684     05  FILLER                      PIC X(03)      VALUE
002686         "CCY".
002690     05  FILLER                      PIC X(02)      VALUE SPACES.
002700     05  FILLER                      PIC X(10)      VALUE
002710         "FIRST HELD".
002720     05  FILLER                      PIC X(02)      VALUE SPACES.
002730     05  FILLER                      PIC X(05)      VALUE
002740         " DAYS".
002750     05  FILLER                      PIC X(02)      VALUE SPACES.
002760     05  FILLER                      PIC X(05)      VALUE
002770         "TIMES".
002780     05  FILLER                      PIC X(02)      VALUE SPACES.
002790     05  FILLER                      PIC X(18)      VALUE
002800         "    MASTER BALANCE".
002810     05  FILLER                      PIC X(02)      VALUE SPACES.
002820     05  FILLER                      PIC X(18)      VALUE
002830         "    SHORT OF LIMIT".
002840     05  FILLER                      PIC X(03)      VALUE SPACES.
002850
002860 01  WS-DETAIL-LINE.
002870     05  FILLER                      PIC X(05)      VALUE SPACES.
002880     05  WS-DTL-STATE                PIC X(10)      VALUE SPACES.
002890     05  FILLER                      PIC X(02)      VALUE SPACES.
002900     05  WS-DTL-ACCOUNT              PIC X(10).
002910     05  FILLER                      PIC X(02)      VALUE SPACES.
002920     05  WS-DTL-SERIAL               PIC 9(09).
002930     05  FILLER                      PIC X(02)      VALUE SPACES.
002940     05  WS-DTL-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002943     05  FILLER                      PIC X(02)      VALUE SPACES.
002946     05  WS-DTL-CURRENCY             PIC X(03).
002950     05  FILLER                      PIC X(02)      VALUE SPACES.
002960     05  WS-DTL-FIRST-DATE           PIC 9999/99/99.
002970     05  FILLER                      PIC X(02)      VALUE SPACES.
002980     05  WS-DTL-DAYS                 PIC ZZZZ9.
002990     05  FILLER                      PIC X(02)      VALUE SPACES.
003000     05  WS-DTL-PRESENTED            PIC ZZZZ9.
003010     05  FILLER                      PIC X(02)      VALUE SPACES.
003015     05  WS-DTL-POSITION.
003020         10  WS-DTL-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003025         10  FILLER                  PIC X(02)      VALUE SPACES.
003030         10  WS-DTL-SHORT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003035*        AN ITEM OFF HOLD HAS NO POSITION - A NOTE PRINTS THERE.
003040     05  WS-DTL-NOTE REDEFINES WS-DTL-POSITION
003045                                     PIC X(38).
003050     05  FILLER                      PIC X(03)      VALUE SPACES.
003060
003070 01  WS-SUMMARY-LINE.
003080     05  FILLER                      PIC X(05)      VALUE SPACES.
003090     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
003100     05  FILLER                      PIC X(05)      VALUE SPACES.
003110     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
003120     05  FILLER                      PIC X(62)      VALUE SPACES.
003130
003140 77  WS-SUM-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
003150 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003160 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
003170
003180 LINKAGE SECTION.
003190*----------------------------------------------------------------
003200* PARM AREA - POSITIONS 1-3 CARRY THE OVERDUE THRESHOLD IN DAYS
003210* (DEFAULTS TO 5).
003220*----------------------------------------------------------------
003230 01  WS-PARM-AREA.
003240     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
003250     05  WS-PARM-DAYS                PIC X(03).
003260     05  FILLER                      PIC X(77).
003270
003280 PROCEDURE DIVISION USING WS-PARM-AREA.
003290******************************************************************
003300* 0000-MAINLINE
003310*   LOAD YESTERDAY'S REGISTER AND THE ACCOUNT LIMITS, AGE EACH
003320*   OF TODAY'S HOLDS INTO THE NEW REGISTER, MARK WHAT HAS
003330*   POSTED, LIST WHAT HAS LEFT HOLD, THEN THE CONTROL TOTALS.
003340******************************************************************
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     PERFORM 2000-AGE-ONE-HOLD THRU 2000-EXIT
003380         UNTIL HOLD-END-OF-FILE.
003385     PERFORM 2700-MARK-POSTED THRU 2700-EXIT.
003390     PERFORM 3000-LIST-RELEASED THRU 3000-EXIT
003400         VARYING WS-RGT-SUB FROM 1 BY 1
003410         UNTIL WS-RGT-SUB > WS-RGT-USED.
003420     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003440     GO TO 9999-EXIT.
003450
003460******************************************************************
003470* 1000-INITIALIZE
003480*   PARM, OPENS, THE TWO TABLE LOADS, REPORT HEADER, AND PRIME
003490*   THE FIRST HOLD RECORD.
003500******************************************************************
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003530     IF WS-PARM-LENGTH >= 3 AND WS-PARM-DAYS NUMERIC
003540         MOVE WS-PARM-DAYS TO WS-OVERDUE-DAYS
003550     END-IF.
003560     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003570     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
003580     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT.
003590     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003600     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
003610 1000-EXIT.
003620     EXIT.
003630
003640 1100-OPEN-FILES.
003650     OPEN INPUT HOLD-FILE.
003660     IF WS-HOLD-STATUS NOT = "00"
003670         DISPLAY "CALCHOLD - OPEN ERROR ON HOLD-FILE - STATUS "
003680             WS-HOLD-STATUS
003681         MOVE 16 TO WS-RETURN-CODE
003682         GO TO 9900-ABEND
003683     END-IF.
003684
003685     OPEN INPUT POSTED-FILE.
003686     IF WS-POSTED-STATUS NOT = "00"
003687         DISPLAY "CALCHOLD - OPEN ERROR ON POSTED-FILE - "
003688             "STATUS " WS-POSTED-STATUS
003690         MOVE 16 TO WS-RETURN-CODE
003700         GO TO 9900-ABEND
003710     END-IF.
003720
003730     OPEN INPUT BALANCE-FILE.
003740     IF WS-BALANCE-STATUS NOT = "00"
003750         DISPLAY "CALCHOLD - OPEN ERROR ON BALANCE-FILE - "
003760             "STATUS " WS-BALANCE-STATUS
003770         MOVE 16 TO WS-RETURN-CODE
003780         GO TO 9900-ABEND
003790     END-IF.
003800
003810     OPEN INPUT ACCT-FILE.
003820     IF WS-ACCT-STATUS NOT = "00"
003830         DISPLAY "CALCHOLD - OPEN ERROR ON ACCT-FILE - STATUS "
003840             WS-ACCT-STATUS
003850         MOVE 16 TO WS-RETURN-CODE
003860         GO TO 9900-ABEND
003870     END-IF.
003880
003890     OPEN OUTPUT REG-OUT-FILE.
003900     IF WS-REGOUT-STATUS NOT = "00"
003910         DISPLAY "CALCHOLD - OPEN ERROR ON REG-OUT-FILE - "
003920             "STATUS " WS-REGOUT-STATUS
003930         MOVE 16 TO WS-RETURN-CODE
003940         GO TO 9900-ABEND
003950     END-IF.
003960
003970     OPEN OUTPUT REPORT-FILE.
003980     IF WS-REPORT-STATUS NOT = "00"
003990         DISPLAY "CALCHOLD - OPEN ERROR ON REPORT-FILE - STATUS "
004000             WS-REPORT-STATUS
004010         MOVE 16 TO WS-RETURN-CODE
004020         GO TO 9900-ABEND
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004060
004070 1140-WRITE-REPORT-HEADER.
004080     MOVE SPACES TO WS-SUMMARY-LINE.
004090     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
004100     MOVE "CALCHOLD - LIMIT EXCEPTIONS" TO WS-SUM-LABEL.
004110     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
004120     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
004130     MOVE SPACES TO WS-SUMMARY-LINE.
004140     MOVE "OVERDUE AFTER DAYS" TO WS-SUM-LABEL.
004150     MOVE WS-OVERDUE-DAYS TO WS-SUM-COUNT-ED.
004160     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
004170     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
004180         AFTER ADVANCING 1 LINE.
004190     WRITE RP-REPORT-LINE FROM WS-HELD-HEADING
004200         AFTER ADVANCING 2 LINES.
004210 1140-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 1200-LOAD-REGISTER / 1210-LOAD-ONE-ENTRY
004260*   YESTERDAY'S REGISTER INTO THE TABLE.  A MISSING FILE IS A
004270*   FIRST RUN - NOTHING WAS HELD BEFORE TODAY.
004280******************************************************************
004290 1200-LOAD-REGISTER.
004300     OPEN INPUT REG-IN-FILE.
004310     IF WS-REGIN-STATUS = "35"
004320         GO TO 1200-EXIT
004330     END-IF.
004340     IF WS-REGIN-STATUS NOT = "00"
004350         DISPLAY "CALCHOLD - OPEN ERROR ON REG-IN-FILE - STATUS "
004360             WS-REGIN-STATUS
004370         MOVE 16 TO WS-RETURN-CODE
004380         GO TO 9900-ABEND
004390     END-IF.
004400     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
004410         UNTIL REGISTER-END-OF-FILE.
004420     CLOSE REG-IN-FILE.
004430 1200-EXIT.
004440     EXIT.
004450
004460 1210-LOAD-ONE-ENTRY.
004470     READ REG-IN-FILE INTO WS-REGISTER-RECORD
004480         AT END
004490             SET REGISTER-END-OF-FILE TO TRUE
004500             GO TO 1210-EXIT
004510     END-READ.
004520     ADD 1 TO WS-REG-READ-COUNT.
004530     IF WS-RGT-USED >= WS-RGT-MAX
004540         DISPLAY "CALCHOLD - HOLD REGISTER TABLE FULL"
004550         MOVE 16 TO WS-RETURN-CODE
004560         GO TO 9900-ABEND
004570     END-IF.
004580     ADD 1 TO WS-RGT-USED.
004590     MOVE RG-SERIAL-NUMBER TO WS-RGT-SERIAL (WS-RGT-USED).
004600     MOVE RG-ACCOUNT-NUMBER TO WS-RGT-ACCOUNT (WS-RGT-USED).
004610     MOVE RG-AMOUNT TO WS-RGT-AMOUNT (WS-RGT-USED).
004620     MOVE RG-FIRST-HELD-DATE TO WS-RGT-FIRST-DATE (WS-RGT-USED).
004630     MOVE RG-PRESENTED-COUNT TO WS-RGT-PRESENTED (WS-RGT-USED).
004640     MOVE "N" TO WS-RGT-MATCHED (WS-RGT-USED).
004650 1210-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 1300-LOAD-ACCOUNTS / 1310-LOAD-ONE-ACCOUNT
004700*   THE ACCOUNT NUMBERS AND LIMITS FROM THE REFERENCE MASTER.
004710******************************************************************
004720 1300-LOAD-ACCOUNTS.
004730     PERFORM 1310-LOAD-ONE-ACCOUNT THRU 1310-EXIT
004740         UNTIL ACCT-END-OF-FILE.
004750     CLOSE ACCT-FILE.
004760 1300-EXIT.
004770     EXIT.
004780
004790 1310-LOAD-ONE-ACCOUNT.
004800     READ ACCT-FILE
004810         AT END
004820             SET ACCT-END-OF-FILE TO TRUE
004830             GO TO 1310-EXIT
004840     END-READ.
004850     IF WS-ACM-USED >= WS-ACM-MAX
004860         DISPLAY "CALCHOLD - ACCOUNT TABLE FULL"
004870         MOVE 16 TO WS-RETURN-CODE
004880         GO TO 9900-ABEND
004890     END-IF.
004900     ADD 1 TO WS-ACM-USED.
004910     MOVE AM-ACCOUNT-NUMBER TO WS-ACM-NUMBER (WS-ACM-USED).
004920     MOVE AM-LIMIT-CODE TO WS-ACM-LIMIT-CODE (WS-ACM-USED).
004930     IF AM-OVERDRAFT-LIMIT NUMERIC
004940         MOVE AM-OVERDRAFT-LIMIT TO WS-ACM-LIMIT (WS-ACM-USED)
004950     ELSE
004960         MOVE ZERO TO WS-ACM-LIMIT (WS-ACM-USED)
004970     END-IF.
004980 1310-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 2000-AGE-ONE-HOLD
005030*   ONE ITEM FROM TODAY'S HOLD FILE.  AN ITEM ALREADY ON THE
005040*   REGISTER (SAME SERIAL AND ACCOUNT) KEEPS ITS FIRST-HELD
005050*   DATE AND COUNTS ONE MORE PRESENTATION; A NEW ONE IS HELD
005060*   FROM TODAY.  THE ITEM IS LISTED WITH ITS AGE, THE
005070*   ACCOUNT'S BALANCE NOW, AND HOW MUCH CREDIT (OR LIMIT) THE
005080*   ACCOUNT STILL NEEDS BEFORE IT WILL POST.
005090******************************************************************
005100 2000-AGE-ONE-HOLD.
005110     PERFORM 2100-FIND-ON-REGISTER THRU 2100-EXIT.
005120     MOVE SPACES TO WS-DETAIL-LINE.
005130     IF WS-RGT-FOUND-SUB > ZERO
005140         MOVE "Y" TO WS-RGT-MATCHED (WS-RGT-FOUND-SUB)
005150         MOVE WS-RGT-FIRST-DATE (WS-RGT-FOUND-SUB)
005160             TO WS-ITEM-FIRST-DATE
005170         COMPUTE WS-ITEM-PRESENTED =
005180             WS-RGT-PRESENTED (WS-RGT-FOUND-SUB) + 1
005190         ADD 1 TO WS-CARRIED-COUNT
005200         MOVE "HELD" TO WS-DTL-STATE
005210     ELSE
005220         MOVE WS-RUN-DATE TO WS-ITEM-FIRST-DATE
005230         MOVE 1 TO WS-ITEM-PRESENTED
005240         ADD 1 TO WS-NEW-HOLD-COUNT
005250         ADD CR-RESULT OF HD-HOLD-RECORD TO WS-NEW-HOLD-TOTAL
005260         MOVE "NEW HOLD" TO WS-DTL-STATE
005270     END-IF.
005280     ADD 1 TO WS-HELD-COUNT.
005290     ADD CR-RESULT OF HD-HOLD-RECORD TO WS-HELD-TOTAL.
005295     ADD CR-BASE-RESULT OF HD-HOLD-RECORD TO WS-HELD-BASE-TOTAL.
005300
005310     MOVE WS-ITEM-FIRST-DATE TO WS-DATE-FROM.
005320     MOVE WS-RUN-DATE TO WS-DATE-TO.
005330     PERFORM 6100-APPROX-DAYS THRU 6100-EXIT.
005340     IF WS-DAYS-HELD >= WS-OVERDUE-DAYS
005350         ADD 1 TO WS-OVERDUE-COUNT
005360         MOVE "** OVERDUE" TO WS-DTL-STATE
005370     END-IF.
005380
005390     PERFORM 2200-ACCOUNT-POSITION THRU 2200-EXIT.
005400     PERFORM 2500-WRITE-REGISTER THRU 2500-EXIT.
005410
005420     MOVE CR-ACCOUNT-NUMBER OF HD-HOLD-RECORD TO WS-DTL-ACCOUNT.
005430     MOVE CR-SERIAL-NUMBER OF HD-HOLD-RECORD TO WS-DTL-SERIAL.
005440     MOVE CR-RESULT OF HD-HOLD-RECORD TO WS-DTL-AMOUNT.
005445     MOVE CR-CURRENCY-CODE OF HD-HOLD-RECORD TO WS-DTL-CURRENCY.
005450     MOVE WS-ITEM-FIRST-DATE TO WS-DTL-FIRST-DATE.
005460     MOVE WS-DAYS-HELD TO WS-DTL-DAYS.
005470     MOVE WS-ITEM-PRESENTED TO WS-DTL-PRESENTED.
005480     MOVE WS-ITEM-BALANCE TO WS-DTL-BALANCE.
005490     MOVE WS-ITEM-SHORT TO WS-DTL-SHORT.
005500     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005510         AFTER ADVANCING 1 LINE.
005520     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
005530 2000-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 2100-FIND-ON-REGISTER / 2110-SCAN-ONE-ENTRY
005580*   SERIAL SEARCH OF THE REGISTER TABLE FOR AN UNMATCHED ENTRY
005590*   WITH THE HELD ITEM'S SERIAL AND ACCOUNT.  A HIT LEAVES THE
005600*   SUBSCRIPT IN WS-RGT-FOUND-SUB.
005610******************************************************************
005620 2100-FIND-ON-REGISTER.
005630     MOVE ZERO TO WS-RGT-FOUND-SUB.
005640     PERFORM 2110-SCAN-ONE-ENTRY THRU 2110-EXIT
005650         VARYING WS-RGT-SUB FROM 1 BY 1
005660         UNTIL WS-RGT-SUB > WS-RGT-USED
005670            OR WS-RGT-FOUND-SUB > ZERO.
005680 2100-EXIT.
005690     EXIT.
005700
005710 2110-SCAN-ONE-ENTRY.
005720     IF WS-RGT-SERIAL (WS-RGT-SUB) =
005730        CR-SERIAL-NUMBER OF HD-HOLD-RECORD
005740        AND WS-RGT-ACCOUNT (WS-RGT-SUB) =
005750            CR-ACCOUNT-NUMBER OF HD-HOLD-RECORD
005760        AND WS-RGT-MATCHED (WS-RGT-SUB) = "N"
005770         MOVE WS-RGT-SUB TO WS-RGT-FOUND-SUB
005780     END-IF.
005790 2110-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 2200-ACCOUNT-POSITION / 2210-SCAN-ONE-ACCOUNT
005840*   THE ACCOUNT'S BALANCE NOW (ZERO WHEN THE HOLD WOULD HAVE
005850*   CREATED IT) AND ITS LIMIT.  SHORT OF LIMIT IS THE CREDIT
005860*   NEEDED BEFORE THE ITEM WILL POST: THE BALANCE AFTER THE
005870*   DEBIT, BELOW MINUS THE LIMIT.  ZERO OR LESS MEANS IT WILL
005880*   POST NEXT RUN (THE LIMIT HAS BEEN RAISED SINCE POSTING).
005890******************************************************************
005900 2200-ACCOUNT-POSITION.
005910     MOVE CR-ACCOUNT-NUMBER OF HD-HOLD-RECORD
005920         TO BM-ACCOUNT-NUMBER.
005930     READ BALANCE-FILE.
005940     EVALUATE WS-BALANCE-STATUS
005950         WHEN "00"
005960             MOVE BM-CURRENT-BALANCE TO WS-ITEM-BALANCE
005970         WHEN "23"
005980             MOVE ZERO TO WS-ITEM-BALANCE
005990         WHEN OTHER
006000             DISPLAY "CALCHOLD - READ ERROR ON BALANCE-FILE - "
006010                 "STATUS " WS-BALANCE-STATUS
006020             MOVE 16 TO WS-RETURN-CODE
006030             GO TO 9900-ABEND
006040     END-EVALUATE.
006050
006060     MOVE ZERO TO WS-ACM-FOUND-SUB.
006070     PERFORM 2210-SCAN-ONE-ACCOUNT THRU 2210-EXIT
006080         VARYING WS-ACM-SUB FROM 1 BY 1
006090         UNTIL WS-ACM-SUB > WS-ACM-USED
006100            OR WS-ACM-FOUND-SUB > ZERO.
006110     MOVE ZERO TO WS-ITEM-LIMIT.
006120     IF WS-ACM-FOUND-SUB > ZERO
006130         MOVE WS-ACM-LIMIT (WS-ACM-FOUND-SUB) TO WS-ITEM-LIMIT
006140     END-IF.
006150     COMPUTE WS-ITEM-SHORT = ZERO - WS-ITEM-LIMIT
006160         - WS-ITEM-BALANCE - CR-RESULT OF HD-HOLD-RECORD.
006170 2200-EXIT.
006180     EXIT.
006190
006200 2210-SCAN-ONE-ACCOUNT.
006210     IF WS-ACM-NUMBER (WS-ACM-SUB) =
006220        CR-ACCOUNT-NUMBER OF HD-HOLD-RECORD
006230         MOVE WS-ACM-SUB TO WS-ACM-FOUND-SUB
006240     END-IF.
006250 2210-EXIT.
006260     EXIT.
006270
006280 2500-WRITE-REGISTER.
006290     MOVE SPACES TO WS-REGISTER-RECORD.
006300     MOVE CR-SERIAL-NUMBER OF HD-HOLD-RECORD TO RG-SERIAL-NUMBER.
006310     MOVE CR-ACCOUNT-NUMBER OF HD-HOLD-RECORD
006320         TO RG-ACCOUNT-NUMBER.
006330     MOVE CR-RESULT OF HD-HOLD-RECORD TO RG-AMOUNT.
006340     MOVE WS-ITEM-FIRST-DATE TO RG-FIRST-HELD-DATE.
006350     MOVE WS-RUN-DATE TO RG-LAST-HELD-DATE.
006360     MOVE WS-ITEM-PRESENTED TO RG-PRESENTED-COUNT.
006370     WRITE RO-REGISTER-RECORD FROM WS-REGISTER-RECORD.
006380     IF WS-REGOUT-STATUS NOT = "00"
006390         DISPLAY "CALCHOLD - WRITE ERROR ON REG-OUT-FILE - "
006400             "STATUS " WS-REGOUT-STATUS
006410         MOVE 16 TO WS-RETURN-CODE
006420         GO TO 9900-ABEND
006430     END-IF.
006440     ADD 1 TO WS-WRITTEN-COUNT.
006450 2500-EXIT.
006460     EXIT.
006470
006480******************************************************************
006481* 2700-MARK-POSTED / 2710-MARK-ONE-POSTED / 2720-SCAN-ONE-ENTRY
006482*   TODAY'S POSTED FILE AGAINST THE REGISTER ENTRIES THE HOLD
006483*   FILE LEFT UNMATCHED.  AN ENTRY WHOSE SERIAL AND ACCOUNT ARE
006484*   ON IT FLAGGED P IS MARKED P - IT HAS BEEN RELEASED.  THE
006485*   READ STOPS ONCE EVERY UNMATCHED ENTRY HAS BEEN FOUND.
006486******************************************************************
006487 2700-MARK-POSTED.
006488     COMPUTE WS-RGT-UNMATCHED = WS-RGT-USED - WS-CARRIED-COUNT.
006489     PERFORM 2710-MARK-ONE-POSTED THRU 2710-EXIT
006490         UNTIL POSTED-END-OF-FILE
006491            OR WS-RGT-UNMATCHED = ZERO.
006492     CLOSE POSTED-FILE.
006493 2700-EXIT.
006494     EXIT.
006495
006496 2710-MARK-ONE-POSTED.
006497     READ POSTED-FILE
006498         AT END
006499             SET POSTED-END-OF-FILE TO TRUE
006500             GO TO 2710-EXIT
006501     END-READ.
006502     IF NOT CR-POSTED OF PD-POSTED-RECORD
006503         GO TO 2710-EXIT
006504     END-IF.
006505     MOVE ZERO TO WS-RGT-FOUND-SUB.
006506     PERFORM 2720-SCAN-ONE-ENTRY THRU 2720-EXIT
006507         VARYING WS-RGT-SUB FROM 1 BY 1
006508         UNTIL WS-RGT-SUB > WS-RGT-USED
006509            OR WS-RGT-FOUND-SUB > ZERO.
006510     IF WS-RGT-FOUND-SUB > ZERO
006511         MOVE "P" TO WS-RGT-MATCHED (WS-RGT-FOUND-SUB)
006512         SUBTRACT 1 FROM WS-RGT-UNMATCHED
006513     END-IF.
006514 2710-EXIT.
006515     EXIT.
006516
006517 2720-SCAN-ONE-ENTRY.
006518     IF WS-RGT-SERIAL (WS-RGT-SUB) =
006519        CR-SERIAL-NUMBER OF PD-POSTED-RECORD
006520        AND WS-RGT-ACCOUNT (WS-RGT-SUB) =
006521            CR-ACCOUNT-NUMBER OF PD-POSTED-RECORD
006522        AND WS-RGT-MATCHED (WS-RGT-SUB) = "N"
006523         MOVE WS-RGT-SUB TO WS-RGT-FOUND-SUB
006524     END-IF.
006525 2720-EXIT.
006526     EXIT.
006527
006528******************************************************************
006529* 2900-READ-HOLD
006530*   NEXT HELD ITEM.  ANYTHING NOT FLAGGED H IS NOT A HOLD AND
006531*   IS COUNTED AND SKIPPED.
006532******************************************************************
006533 2900-READ-HOLD.
006540     READ HOLD-FILE
006550         AT END
006560             SET HOLD-END-OF-FILE TO TRUE
006570             GO TO 2900-EXIT
006580     END-READ.
006590     ADD 1 TO WS-HOLD-READ-COUNT.
006600     IF NOT CR-HELD OF HD-HOLD-RECORD
006610         ADD 1 TO WS-SKIPPED-COUNT
006620         GO TO 2900-READ-HOLD
006630     END-IF.
006640 2900-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 3000-LIST-RELEASED
006686*   A REGISTER ENTRY TODAY'S HOLD FILE DID NOT MATCH HAS LEFT
006692*   HOLD AND DROPS OFF THE REGISTER.  IT IS RELEASED ONLY IF
006698*   2700 FOUND IT POSTED TODAY.  OTHERWISE IT LEFT WITHOUT
006704*   POSTING - IN THE GL BUT ON NEITHER THE MASTER NOR THE HOLD
006710*   FILE - AND IS LISTED AS DROPPED (RC 8).
006720******************************************************************
006730 3000-LIST-RELEASED.
006740     IF WS-RGT-MATCHED (WS-RGT-SUB) = "Y"
006750         GO TO 3000-EXIT
006760     END-IF.
006770     IF WS-RELEASED-COUNT = ZERO AND WS-DROPPED-COUNT = ZERO
006780         MOVE SPACES TO WS-SUMMARY-LINE
006790         MOVE "OFF HOLD SINCE LAST RUN" TO WS-SUM-LABEL
006800         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006810             AFTER ADVANCING 2 LINES
006820     END-IF.
006850     MOVE WS-RGT-FIRST-DATE (WS-RGT-SUB) TO WS-DATE-FROM.
006860     MOVE WS-RUN-DATE TO WS-DATE-TO.
006870     PERFORM 6100-APPROX-DAYS THRU 6100-EXIT.
006880     MOVE SPACES TO WS-DETAIL-LINE.
006881     IF WS-RGT-MATCHED (WS-RGT-SUB) = "P"
006882         ADD 1 TO WS-RELEASED-COUNT
006883         ADD WS-RGT-AMOUNT (WS-RGT-SUB) TO WS-RELEASED-TOTAL
006884         MOVE "RELEASED" TO WS-DTL-STATE
006885     ELSE
006886         ADD 1 TO WS-DROPPED-COUNT
006887         ADD WS-RGT-AMOUNT (WS-RGT-SUB) TO WS-DROPPED-TOTAL
006888         MOVE "** DROPPED" TO WS-DTL-STATE
006889         MOVE "DROPPED - NOT POSTED" TO WS-DTL-NOTE
006890     END-IF.
006900     MOVE WS-RGT-ACCOUNT (WS-RGT-SUB) TO WS-DTL-ACCOUNT.
006910     MOVE WS-RGT-SERIAL (WS-RGT-SUB) TO WS-DTL-SERIAL.
006920     MOVE WS-RGT-AMOUNT (WS-RGT-SUB) TO WS-DTL-AMOUNT.
006930     MOVE WS-RGT-FIRST-DATE (WS-RGT-SUB) TO WS-DTL-FIRST-DATE.
006940     MOVE WS-DAYS-HELD TO WS-DTL-DAYS.
006950     MOVE WS-RGT-PRESENTED (WS-RGT-SUB) TO WS-DTL-PRESENTED.
006960     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
006970         AFTER ADVANCING 1 LINE.
006980 3000-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 6100-APPROX-DAYS
007030*   DAYS BETWEEN WS-DATE-FROM AND WS-DATE-TO ON THE 360-DAY
007040*   COMMERCIAL CALENDAR, NEVER NEGATIVE.
007050******************************************************************
007060 6100-APPROX-DAYS.
007070     COMPUTE WS-DAYS-HELD =
007080         (WS-DT-YYYY - WS-DF-YYYY) * 360
007090         + (WS-DT-MM - WS-DF-MM) * 30
007100         + (WS-DT-DD - WS-DF-DD).
007110     IF WS-DAYS-HELD < ZERO
007120         MOVE ZERO TO WS-DAYS-HELD
007130     END-IF.
007140 6100-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 8000-PRINT-SUMMARY
007190*   CONTROL TOTALS AND THE RETURN CODE.
007200******************************************************************
007210 8000-PRINT-SUMMARY.
007220     MOVE SPACES TO WS-SUMMARY-LINE.
007230     MOVE "CALCHOLD - CONTROL TOTALS" TO WS-SUM-LABEL.
007240     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007250         AFTER ADVANCING 2 LINES.
007260
007270     MOVE SPACES TO WS-SUMMARY-LINE.
007280     MOVE "REGISTER ITEMS READ" TO WS-SUM-LABEL.
007290     MOVE WS-REG-READ-COUNT TO WS-SUM-COUNT-ED.
007300     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007310     MOVE "HOLD RECORDS READ" TO WS-SUM-LABEL.
007320     MOVE WS-HOLD-READ-COUNT TO WS-SUM-COUNT-ED.
007330     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007340     MOVE "NOT FLAGGED HELD - SKIPPED" TO WS-SUM-LABEL.
007350     MOVE WS-SKIPPED-COUNT TO WS-SUM-COUNT-ED.
007360     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007370     MOVE "NEW HOLDS" TO WS-SUM-LABEL.
007380     MOVE WS-NEW-HOLD-COUNT TO WS-SUM-COUNT-ED.
007390     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007400     MOVE "HOLDS CARRIED FROM EARLIER" TO WS-SUM-LABEL.
007410     MOVE WS-CARRIED-COUNT TO WS-SUM-COUNT-ED.
007420     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007430     MOVE "ITEMS NOW HELD" TO WS-SUM-LABEL.
007440     MOVE WS-HELD-COUNT TO WS-SUM-COUNT-ED.
007450     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007460     MOVE "ITEMS OVERDUE" TO WS-SUM-LABEL.
007470     MOVE WS-OVERDUE-COUNT TO WS-SUM-COUNT-ED.
007480     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007490     MOVE "ITEMS RELEASED" TO WS-SUM-LABEL.
007500     MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT-ED.
007510     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007512     MOVE "ITEMS DROPPED - NOT POSTED" TO WS-SUM-LABEL.
007514     MOVE WS-DROPPED-COUNT TO WS-SUM-COUNT-ED.
007516     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007520     MOVE "REGISTER ITEMS WRITTEN" TO WS-SUM-LABEL.
007530     MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT-ED.
007540     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007550
007560     MOVE "AMOUNT NEWLY HELD" TO WS-SUM-LABEL.
007570     MOVE WS-NEW-HOLD-TOTAL TO WS-SUM-AMOUNT-ED.
007580     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
007590     MOVE "AMOUNT RELEASED" TO WS-SUM-LABEL.
007600     MOVE WS-RELEASED-TOTAL TO WS-SUM-AMOUNT-ED.
007602     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
007604     MOVE "AMOUNT DROPPED - NOT POSTED" TO WS-SUM-LABEL.
007606     MOVE WS-DROPPED-TOTAL TO WS-SUM-AMOUNT-ED.
007610     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
007620*    EVERY HELD ITEM WENT TO THE GL WHEN CALCULATE RAN BUT HAS
007630*    NOT REACHED THE MASTER - THIS IS THE RECONCILING ITEM.  THE
007635*    GL IS IN BASE CURRENCY, THE MASTER IN ACCOUNT CURRENCY.
007640     MOVE "HELD - IN GL, NOT ON MASTER" TO WS-SUM-LABEL.
007650     MOVE WS-HELD-BASE-TOTAL TO WS-SUM-AMOUNT-ED.
007660     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
007662     MOVE "HELD - ACCOUNT CURRENCY" TO WS-SUM-LABEL.
007664     MOVE WS-HELD-TOTAL TO WS-SUM-AMOUNT-ED.
007666     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
007670
007680     EVALUATE TRUE
007690         WHEN WS-OVERDUE-COUNT > ZERO
007695           OR WS-DROPPED-COUNT > ZERO
007700             MOVE 8 TO WS-RETURN-CODE
007710         WHEN WS-HELD-COUNT > ZERO
007720             MOVE 4 TO WS-RETURN-CODE
007730         WHEN OTHER
007740             MOVE ZERO TO WS-RETURN-CODE
007750     END-EVALUATE.
007760 8000-EXIT.
007770     EXIT.
007780
007790 8900-WRITE-COUNT-LINE.
007800     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007810     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007820         AFTER ADVANCING 1 LINE.
007830     MOVE SPACES TO WS-SUMMARY-LINE.
007840 8900-EXIT.
007850     EXIT.
007860
007870 8910-WRITE-AMOUNT-LINE.
007880     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
007890     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007900         AFTER ADVANCING 1 LINE.
007910     MOVE SPACES TO WS-SUMMARY-LINE.
007920 8910-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
007970*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
007980******************************************************************
007990 9000-TERMINATE.
008000     CLOSE HOLD-FILE.
008010     CLOSE BALANCE-FILE.
008020     CLOSE REG-OUT-FILE.
008030     CLOSE REPORT-FILE.
008040     DISPLAY "CALCHOLD - RUN COMPLETE - RETURN CODE "
008050         WS-RETURN-CODE.
008060 9000-EXIT.
008070     EXIT.
008080
008090 9900-ABEND.
008100     DISPLAY "CALCHOLD - ABNORMAL TERMINATION - RETURN CODE "
008110         WS-RETURN-CODE.
008120     STOP RUN RETURNING WS-RETURN-CODE.
008130
008140 9999-EXIT.
008150     STOP RUN RETURNING WS-RETURN-CODE.
008160 END PROGRAM CALCHOLD.
