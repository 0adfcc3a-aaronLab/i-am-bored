000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: MONTH-END FX REVALUATION REPORT.  READS THE VSAM
000070*          BALANCE MASTER AND, FOR EVERY FOREIGN-CURRENCY
000080*          BALANCE (BM-CURRENCY-CODE NOT BLANK), VALUES IT IN
000090*          BASE CURRENCY AT THE OPENING RATE (THE LATEST RATE
000100*          ON THE FX RATE TABLE DATED BEFORE THE FIRST OF THE
000110*          MONTH) AND AT THE CLOSING RATE (THE LATEST DATED ON
000120*          OR BEFORE THE MONTH-END DATE).  THE DIFFERENCE IS
000130*          AN INDICATIVE BASE-CURRENCY EFFECT OF THE MONTH'S
000140*          RATE MOVEMENT ON THE CLOSING BALANCE, PRINTED PER
000150*          ACCOUNT, TOTALLED PER CURRENCY AND IN TOTAL.  IT IS
000152*          NOT THE REVALUATION JOURNAL FIGURE - THE MONTH'S
000154*          POSTINGS WERE BOOKED AT THEIR OWN DAYS' RATES, NOT
000156*          THE OPENING RATE, AND THAT IS NOT MEASURED HERE.
000160*          THE BALANCES THEMSELVES STAY IN ACCOUNT CURRENCY -
000170*          NOTHING IS WRITTEN BACK.
000180*          PARM POSITIONS 1-8 = MONTH-END DATE YYYYMMDD;
000190*          DEFAULTS TO THE RUN DATE.
000200*          RETURN CODE 0  - ALL FOREIGN BALANCES REVALUED.
000210*                      4  - A BALANCE HAD NO CLOSING RATE (OR
000220*                           NO OPENING RATE) OR A BAD RATE
000230*                           CARD WAS SKIPPED.
000240*                      16 - FILE ERROR, BAD PARM OR EMPTY
000250*                           RATE TABLE.
000260* Tectonics: cobc
000270******************************************************************
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 AJL   INITIAL VERSION.
000302*   2026-10-15 AJL   EFFECT RELABELLED AS AN INDICATIVE RATE-
000304*                    MOVEMENT EFFECT ON THE CLOSING BALANCE, NOT
000306*                    THE REVALUATION JOURNAL FIGURE.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALCREVL.
000340 AUTHOR. AARON LEE.
000350 INSTALLATION. I-AM-BORED DATA CENTER.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*----------------------------------------------------------------
000460* BALANCE-FILE - VSAM KSDS BALANCE MASTER, READ IN KEY ORDER.
000470* FX-FILE      - FX RATE TABLE (SEE CALCFXR), CARD-EDITABLE.
000480* REPORT-FILE  - REVALUATION REPORT.
000490*----------------------------------------------------------------
000500     SELECT BALANCE-FILE ASSIGN TO BALMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS BM-ACCOUNT-NUMBER
000540         FILE STATUS IS WS-BALANCE-STATUS.
000550
000560     SELECT FX-FILE ASSIGN TO FXRATES
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-FX-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO REVLRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------------
000690* BALANCE-FILE RECORD - SHARED LAYOUT, SEE CALCBAL COPYBOOK.
000700*----------------------------------------------------------------
000710 FD  BALANCE-FILE
000720     RECORD CONTAINS 50 CHARACTERS.
000730 01  BM-BALANCE-RECORD.
000740     COPY CALCBAL.
000750
000760*----------------------------------------------------------------
000770* FX-FILE RECORD - SHARED LAYOUT, SEE CALCFXR COPYBOOK.
000780*----------------------------------------------------------------
000790 FD  FX-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  FX-RATE-RECORD.
000830     COPY CALCFXR.
000840
000850*----------------------------------------------------------------
000860* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
000870*----------------------------------------------------------------
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  RP-REPORT-LINE                  PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* FILE STATUS SWITCHES
000960*----------------------------------------------------------------
000970 77  WS-BALANCE-STATUS               PIC X(02)      VALUE "00".
000980 77  WS-FX-STATUS                    PIC X(02)      VALUE "00".
000990 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001000
001010*----------------------------------------------------------------
001020* CONTROL SWITCHES AND COUNTERS
001030*----------------------------------------------------------------
001040 77  WS-BAL-EOF-SWITCH               PIC X(01)      VALUE "N".
001050     88  BALANCE-END-OF-FILE                         VALUE "Y".
001060 77  WS-FX-EOF-SWITCH                PIC X(01)      VALUE "N".
001070     88  FX-END-OF-FILE                              VALUE "Y".
001080
001090 77  WS-READ-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001100 77  WS-BASE-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001110 77  WS-REVALUED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001120 77  WS-NO-RATE-COUNT                PIC S9(7)   COMP VALUE ZERO.
001130 77  WS-NO-OPEN-RATE-COUNT           PIC S9(7)   COMP VALUE ZERO.
001140 77  WS-BAD-CARD-COUNT               PIC S9(7)   COMP VALUE ZERO.
001150 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001160
001170*    BASE-CURRENCY TOTALS OVER EVERY REVALUED BALANCE
001180 77  WS-TOT-OPEN-BASE                PIC S9(15)V99 COMP-3
001190                                                     VALUE ZERO.
001200 77  WS-TOT-CLOSE-BASE               PIC S9(15)V99 COMP-3
001210                                                     VALUE ZERO.
001220 77  WS-TOT-EFFECT                   PIC S9(15)V99 COMP-3
001230                                                     VALUE ZERO.
001240
001250*    ONE ACCOUNT'S FIGURES
001260 77  WS-OPEN-BASE                    PIC S9(15)V99 COMP-3
001270                                                     VALUE ZERO.
001280 77  WS-CLOSE-BASE                   PIC S9(15)V99 COMP-3
001290                                                     VALUE ZERO.
001300 77  WS-EFFECT                       PIC S9(15)V99 COMP-3
001310                                                     VALUE ZERO.
001320
001330*----------------------------------------------------------------
001340* REVALUATION DATES.  PARM POSITIONS 1-8 NAME THE MONTH-END
001350* DATE; WITHOUT A PARM IT IS THE RUN DATE.  THE OPENING CUT-OFF
001360* IS DAY 00 OF THE SAME MONTH, SO "ON OR BEFORE THE CUT-OFF"
001370* MEANS "BEFORE THE FIRST OF THE MONTH".
001380*----------------------------------------------------------------
001390 01  WS-CLOSE-DATE-FIELDS.
001400     05  WS-CLOSE-DATE               PIC 9(08).
001410     05  WS-CLOSE-DATE-R REDEFINES WS-CLOSE-DATE.
001420         10  WS-CLOSE-YYYY           PIC 9(04).
001430         10  WS-CLOSE-MM             PIC 9(02).
001440         10  WS-CLOSE-DD             PIC 9(02).
001450 01  WS-OPEN-CUTOFF-FIELDS.
001460     05  WS-OPEN-CUTOFF              PIC 9(08).
001470     05  WS-OPEN-CUTOFF-R REDEFINES WS-OPEN-CUTOFF.
001480         10  WS-OPEN-YYYY            PIC 9(04).
001490         10  WS-OPEN-MM              PIC 9(02).
001500         10  WS-OPEN-DD              PIC 9(02).
001510
001520*----------------------------------------------------------------
001530* FX RATE TABLE IN CORE.  THE RATE FOR A CURRENCY AT A CUT-OFF
001540* IS THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
001550*----------------------------------------------------------------
001560 77  WS-FXR-MAX                      PIC S9(4)   COMP VALUE 500.
001570 77  WS-FXR-USED                     PIC S9(4)   COMP VALUE ZERO.
001580 77  WS-FXR-SUB                      PIC S9(4)   COMP VALUE ZERO.
001590 77  WS-FXR-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
001600 77  WS-FXR-FOUND-DATE               PIC 9(08)      VALUE ZERO.
001610 77  WS-FXR-WANT-CURRENCY            PIC X(03)      VALUE SPACES.
001620 77  WS-FXR-WANT-DATE                PIC 9(08)      VALUE ZERO.
001630 01  WS-FX-RATE-TABLE.
001640     05  WS-FXR-ENTRY OCCURS 500 TIMES.
001650         10  WS-FXR-DATE             PIC 9(08).
001660         10  WS-FXR-CURRENCY         PIC X(03).
001670         10  WS-FXR-RATE             PIC S9(4)V9(6) COMP-3.
001680
001690*----------------------------------------------------------------
001700* CURRENCY TABLE - ONE ENTRY PER FOREIGN CURRENCY MET ON THE
001710* MASTER, HOLDING ITS OPENING AND CLOSING RATES (LOOKED UP THE
001720* FIRST TIME IT IS MET) AND ITS TOTALS.  THE MASTER IS IN
001730* ACCOUNT ORDER, SO THE TOTALS ARE PRINTED AT THE END.
001740*----------------------------------------------------------------
001750 77  WS-CCY-MAX                      PIC S9(4)   COMP VALUE 100.
001760 77  WS-CCY-USED                     PIC S9(4)   COMP VALUE ZERO.
001770 77  WS-CCY-SUB                      PIC S9(4)   COMP VALUE ZERO.
001780 77  WS-CCY-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
001790 01  WS-CURRENCY-TABLE.
001800     05  WS-CCY-ENTRY OCCURS 100 TIMES.
001810         10  WS-CCY-CODE             PIC X(03).
001820         10  WS-CCY-RATE-SWITCH      PIC X(01).
001830             88  CCY-HAS-RATE                        VALUE "Y".
001840         10  WS-CCY-OPEN-RATE        PIC S9(4)V9(6) COMP-3.
001850         10  WS-CCY-CLOSE-RATE       PIC S9(4)V9(6) COMP-3.
001860         10  WS-CCY-COUNT            PIC S9(7)      COMP.
001870         10  WS-CCY-BALANCE          PIC S9(15)V99  COMP-3.
001880         10  WS-CCY-OPEN-BASE        PIC S9(15)V99  COMP-3.
001890         10  WS-CCY-CLOSE-BASE       PIC S9(15)V99  COMP-3.
001900         10  WS-CCY-EFFECT           PIC S9(15)V99  COMP-3.
001910
001920 01  WS-RUN-DATE-FIELDS.
001930     05  WS-RUN-DATE                 PIC 9(08).
001940     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001950         10  WS-RUN-YYYY              PIC 9(04).
001960         10  WS-RUN-MM                PIC 9(02).
001970         10  WS-RUN-DD                PIC 9(02).
001980
001990*----------------------------------------------------------------
002000* REPORT LINE LAYOUTS
002010*----------------------------------------------------------------
002020 01  WS-COLUMN-HEADING.
002030     05  FILLER                      PIC X(05)      VALUE SPACES.
002040     05  FILLER                      PIC X(10)      VALUE
002050         "ACCOUNT".
002060     05  FILLER                      PIC X(02)      VALUE SPACES.
002070     05  FILLER                      PIC X(03)      VALUE
002080         "CCY".
002090     05  FILLER                      PIC X(02)      VALUE SPACES.
002100     05  FILLER                      PIC X(19)      VALUE
002110         "           BALANCE".
002120     05  FILLER                      PIC X(02)      VALUE SPACES.
002130     05  FILLER                      PIC X(11)      VALUE
002140         "  OPEN RATE".
002150     05  FILLER                      PIC X(02)      VALUE SPACES.
002160     05  FILLER                      PIC X(11)      VALUE
002170         " CLOSE RATE".
002180     05  FILLER                      PIC X(02)      VALUE SPACES.
002190     05  FILLER                      PIC X(19)      VALUE
002200         "   BASE AT OPENING".
002210     05  FILLER                      PIC X(02)      VALUE SPACES.
002220     05  FILLER                      PIC X(19)      VALUE
002230         "   BASE AT CLOSING".
002240     05  FILLER                      PIC X(02)      VALUE SPACES.
002250     05  FILLER                      PIC X(19)      VALUE
002260         "  RATE MOVE EFFECT".
002270     05  FILLER                      PIC X(02)      VALUE SPACES.
002280
002290 01  WS-DETAIL-LINE.
002300     05  FILLER                      PIC X(05)      VALUE SPACES.
002310     05  WS-DTL-ACCOUNT              PIC X(10).
002320     05  FILLER                      PIC X(02)      VALUE SPACES.
002330     05  WS-DTL-CURRENCY             PIC X(03).
002340     05  FILLER                      PIC X(02)      VALUE SPACES.
002350     05  WS-DTL-BALANCE              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002360     05  FILLER                      PIC X(02)      VALUE SPACES.
002370     05  WS-DTL-OPEN-RATE            PIC ZZZ9.999999.
002380     05  FILLER                      PIC X(02)      VALUE SPACES.
002390     05  WS-DTL-CLOSE-RATE           PIC ZZZ9.999999.
002400     05  FILLER                      PIC X(02)      VALUE SPACES.
002410     05  WS-DTL-OPEN-BASE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002420     05  FILLER                      PIC X(02)      VALUE SPACES.
002430     05  WS-DTL-CLOSE-BASE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002440     05  FILLER                      PIC X(02)      VALUE SPACES.
002450     05  WS-DTL-EFFECT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER                      PIC X(02)      VALUE SPACES.
002470
002480 01  WS-EXCEPTION-LINE.
002490     05  FILLER                      PIC X(05)      VALUE SPACES.
002500     05  WS-EXC-ACCOUNT              PIC X(10).
002510     05  FILLER                      PIC X(02)      VALUE SPACES.
002520     05  WS-EXC-CURRENCY             PIC X(03).
002530     05  FILLER                      PIC X(02)      VALUE SPACES.
002540     05  WS-EXC-BALANCE              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002550     05  FILLER                      PIC X(02)      VALUE SPACES.
002560     05  WS-EXC-MESSAGE              PIC X(40)      VALUE SPACES.
002570     05  FILLER                      PIC X(49)      VALUE SPACES.
002580
002590 01  WS-SUMMARY-LINE.
002600     05  FILLER                      PIC X(05)      VALUE SPACES.
002610     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002620     05  FILLER                      PIC X(05)      VALUE SPACES.
002630     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002640     05  FILLER                      PIC X(62)      VALUE SPACES.
002650
002660 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002670 77  WS-SUM-AMOUNT-ED                PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002680 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002690
002700 LINKAGE SECTION.
002710*----------------------------------------------------------------
002720* PARM AREA - POSITIONS 1-8 CARRY THE MONTH-END DATE YYYYMMDD;
002730* DEFAULTS TO THE RUN DATE.
002740*----------------------------------------------------------------
002750 01  WS-PARM-AREA.
002760     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
002770     05  WS-PARM-CLOSE-DATE          PIC X(08).
002780     05  FILLER                      PIC X(72).
002790
002800 PROCEDURE DIVISION USING WS-PARM-AREA.
002810******************************************************************
002820* 0000-MAINLINE
002830*   LOAD THE FX RATE TABLE, REVALUE EVERY FOREIGN BALANCE ON THE
002840*   MASTER, THEN PRINT THE CURRENCY TOTALS AND CONTROL TOTALS.
002850******************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-REVALUE-ONE-ACCOUNT THRU 2000-EXIT
002890         UNTIL BALANCE-END-OF-FILE.
002900     PERFORM 7000-PRINT-CURRENCY-TOTALS THRU 7000-EXIT.
002910     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002930     GO TO 9999-EXIT.
002940
002950******************************************************************
002960* 1000-INITIALIZE
002970*   PARM, OPENS, RATE TABLE LOAD, REPORT HEADINGS, FIRST MASTER
002980*   READ.
002990******************************************************************
003000 1000-INITIALIZE.
003010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003020     MOVE WS-RUN-DATE TO WS-CLOSE-DATE.
003030     IF WS-PARM-LENGTH >= 8
003040         IF WS-PARM-CLOSE-DATE NUMERIC
003050             MOVE WS-PARM-CLOSE-DATE TO WS-CLOSE-DATE
003060         ELSE
003070             DISPLAY "CALCREVL - PARM DATE NOT NUMERIC - "
003080                 WS-PARM-CLOSE-DATE
003090             MOVE 16 TO WS-RETURN-CODE
003100             GO TO 9900-ABEND
003110         END-IF
003120     END-IF.
003130     IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
003140        OR WS-CLOSE-DD < 1 OR WS-CLOSE-DD > 31
003150         DISPLAY "CALCREVL - MONTH-END DATE NOT VALID - "
003160             WS-CLOSE-DATE
003170         MOVE 16 TO WS-RETURN-CODE
003180         GO TO 9900-ABEND
003190     END-IF.
003200     MOVE WS-CLOSE-YYYY TO WS-OPEN-YYYY.
003210     MOVE WS-CLOSE-MM TO WS-OPEN-MM.
003220     MOVE ZERO TO WS-OPEN-DD.
003230     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003240     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003250     PERFORM 1200-LOAD-FX-RATES THRU 1200-EXIT.
003260     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290
003300 1100-OPEN-FILES.
003310     OPEN INPUT BALANCE-FILE.
003320     IF WS-BALANCE-STATUS NOT = "00"
003330         DISPLAY "CALCREVL - OPEN ERROR ON BALANCE-FILE - "
003340             "STATUS " WS-BALANCE-STATUS
003350         MOVE 16 TO WS-RETURN-CODE
003360         GO TO 9900-ABEND
003370     END-IF.
003380
003390     OPEN INPUT FX-FILE.
003400     IF WS-FX-STATUS NOT = "00"
003410         DISPLAY "CALCREVL - OPEN ERROR ON FX-FILE - STATUS "
003420             WS-FX-STATUS
003430         MOVE 16 TO WS-RETURN-CODE
003440         GO TO 9900-ABEND
003450     END-IF.
003460
003470     OPEN OUTPUT REPORT-FILE.
003480     IF WS-REPORT-STATUS NOT = "00"
003490         DISPLAY "CALCREVL - OPEN ERROR ON REPORT-FILE - STATUS "
003500             WS-REPORT-STATUS
003510         MOVE 16 TO WS-RETURN-CODE
003520         GO TO 9900-ABEND
003530     END-IF.
003540 1100-EXIT.
003550     EXIT.
003560
003570 1140-WRITE-REPORT-HEADER.
003580     MOVE SPACES TO WS-SUMMARY-LINE.
003590     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
003600     MOVE "CALCREVL - FX REVALUATION" TO WS-SUM-LABEL.
003610     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003620     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003630
003640     MOVE SPACES TO WS-SUMMARY-LINE.
003650     MOVE "MONTH-END (CLOSING RATES)" TO WS-SUM-LABEL.
003660     MOVE WS-CLOSE-DATE TO WS-SUM-RUN-DATE-ED.
003670     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003680     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003690         AFTER ADVANCING 2 LINES.
003700
003710     MOVE SPACES TO WS-SUMMARY-LINE.
003720     MOVE "OPENING RATES DATED BEFORE" TO WS-SUM-LABEL.
003730     MOVE 1 TO WS-OPEN-DD.
003740     MOVE WS-OPEN-CUTOFF TO WS-SUM-RUN-DATE-ED.
003750     MOVE ZERO TO WS-OPEN-DD.
003760     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003770     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003780         AFTER ADVANCING 1 LINE.
003790
003800     WRITE RP-REPORT-LINE FROM WS-COLUMN-HEADING
003810         AFTER ADVANCING 2 LINES.
003820 1140-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 1200-LOAD-FX-RATES / 1210-LOAD-ONE-FX-RATE
003870*   LOAD THE FX RATE TABLE.  AN EMPTY TABLE IS A CONFIGURATION
003880*   FAULT - NOTHING COULD BE REVALUED - SO THE RUN STOPS.  A BAD
003890*   CARD IS SKIPPED AND REPORTED, AS CALCULATE DOES.
003900******************************************************************
003910 1200-LOAD-FX-RATES.
003920     PERFORM 1210-LOAD-ONE-FX-RATE THRU 1210-EXIT
003930         UNTIL FX-END-OF-FILE.
003940     CLOSE FX-FILE.
003950     IF WS-FXR-USED = ZERO
003960         DISPLAY "CALCREVL - FX RATE TABLE IS EMPTY"
003970         MOVE 16 TO WS-RETURN-CODE
003980         GO TO 9900-ABEND
003990     END-IF.
004000 1200-EXIT.
004010     EXIT.
004020
004030 1210-LOAD-ONE-FX-RATE.
004040     READ FX-FILE
004050         AT END
004060             SET FX-END-OF-FILE TO TRUE
004070             GO TO 1210-EXIT
004080     END-READ.
004090     IF FX-EFFECTIVE-DATE NOT NUMERIC
004100        OR FX-CURRENCY-CODE = SPACES
004110        OR FX-RATE NOT NUMERIC
004120        OR FX-RATE = ZERO
004130         DISPLAY "CALCREVL - BAD FX RATE CARD SKIPPED"
004140         ADD 1 TO WS-BAD-CARD-COUNT
004150         GO TO 1210-EXIT
004160     END-IF.
004170     IF WS-FXR-USED >= WS-FXR-MAX
004180         DISPLAY "CALCREVL - FX RATE TABLE FULL"
004190         MOVE 16 TO WS-RETURN-CODE
004200         GO TO 9900-ABEND
004210     END-IF.
004220     ADD 1 TO WS-FXR-USED.
004230     MOVE FX-EFFECTIVE-DATE TO WS-FXR-DATE (WS-FXR-USED).
004240     MOVE FX-CURRENCY-CODE TO WS-FXR-CURRENCY (WS-FXR-USED).
004250     MOVE FX-RATE TO WS-FXR-RATE (WS-FXR-USED).
004260 1210-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 2000-REVALUE-ONE-ACCOUNT
004310*   ONE MASTER RECORD.  A BASE-CURRENCY BALANCE HAS NOTHING TO
004320*   REVALUE.  A FOREIGN ONE IS VALUED AT ITS CURRENCY'S OPENING
004330*   AND CLOSING RATES; WITH NO CLOSING RATE IT IS REPORTED AND
004340*   LEFT OUT OF THE TOTALS.
004350******************************************************************
004360 2000-REVALUE-ONE-ACCOUNT.
004370     IF BM-CURRENCY-CODE = SPACES
004380         ADD 1 TO WS-BASE-COUNT
004390         GO TO 2000-NEXT
004400     END-IF.
004410     PERFORM 2100-FIND-CURRENCY THRU 2100-EXIT.
004420     IF NOT CCY-HAS-RATE (WS-CCY-FOUND-SUB)
004430         ADD 1 TO WS-NO-RATE-COUNT
004440         MOVE BM-ACCOUNT-NUMBER TO WS-EXC-ACCOUNT
004450         MOVE BM-CURRENCY-CODE TO WS-EXC-CURRENCY
004460         MOVE BM-CURRENT-BALANCE TO WS-EXC-BALANCE
004470         MOVE "** NO CLOSING RATE - NOT REVALUED"
004480             TO WS-EXC-MESSAGE
004490         WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE
004500             AFTER ADVANCING 1 LINE
004510         GO TO 2000-NEXT
004520     END-IF.
004530
004540     COMPUTE WS-OPEN-BASE ROUNDED =
004550         BM-CURRENT-BALANCE * WS-CCY-OPEN-RATE (WS-CCY-FOUND-SUB).
004560     COMPUTE WS-CLOSE-BASE ROUNDED =
004570         BM-CURRENT-BALANCE
004575             * WS-CCY-CLOSE-RATE (WS-CCY-FOUND-SUB).
004580     COMPUTE WS-EFFECT = WS-CLOSE-BASE - WS-OPEN-BASE.
004590
004600     ADD 1 TO WS-REVALUED-COUNT.
004610     ADD 1 TO WS-CCY-COUNT (WS-CCY-FOUND-SUB).
004620     ADD BM-CURRENT-BALANCE TO WS-CCY-BALANCE (WS-CCY-FOUND-SUB).
004630     ADD WS-OPEN-BASE TO WS-CCY-OPEN-BASE (WS-CCY-FOUND-SUB).
004640     ADD WS-CLOSE-BASE TO WS-CCY-CLOSE-BASE (WS-CCY-FOUND-SUB).
004650     ADD WS-EFFECT TO WS-CCY-EFFECT (WS-CCY-FOUND-SUB).
004660     ADD WS-OPEN-BASE TO WS-TOT-OPEN-BASE.
004670     ADD WS-CLOSE-BASE TO WS-TOT-CLOSE-BASE.
004680     ADD WS-EFFECT TO WS-TOT-EFFECT.
004690
004700     MOVE BM-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
004710     MOVE BM-CURRENCY-CODE TO WS-DTL-CURRENCY.
004720     MOVE BM-CURRENT-BALANCE TO WS-DTL-BALANCE.
004730     MOVE WS-CCY-OPEN-RATE (WS-CCY-FOUND-SUB) TO WS-DTL-OPEN-RATE.
004740     MOVE WS-CCY-CLOSE-RATE (WS-CCY-FOUND-SUB)
004750         TO WS-DTL-CLOSE-RATE.
004760     MOVE WS-OPEN-BASE TO WS-DTL-OPEN-BASE.
004770     MOVE WS-CLOSE-BASE TO WS-DTL-CLOSE-BASE.
004780     MOVE WS-EFFECT TO WS-DTL-EFFECT.
004790     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004800         AFTER ADVANCING 1 LINE.
004810 2000-NEXT.
004820     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2100-FIND-CURRENCY / 2110-SCAN-ONE-CURRENCY
004880*   FIND THE BALANCE'S CURRENCY IN THE CURRENCY TABLE, ADDING IT
004890*   (WITH ITS RATES) THE FIRST TIME IT IS MET.  WITH NO OPENING
004900*   RATE (A CURRENCY FIRST RATED THIS MONTH) THE CLOSING RATE
004910*   STANDS FOR BOTH, SO THE BALANCE SHOWS NO REVALUATION EFFECT.
004920******************************************************************
004930 2100-FIND-CURRENCY.
004940     MOVE ZERO TO WS-CCY-FOUND-SUB.
004950     PERFORM 2110-SCAN-ONE-CURRENCY THRU 2110-EXIT
004960         VARYING WS-CCY-SUB FROM 1 BY 1
004970         UNTIL WS-CCY-SUB > WS-CCY-USED
004980            OR WS-CCY-FOUND-SUB > ZERO.
004990     IF WS-CCY-FOUND-SUB > ZERO
005000         GO TO 2100-EXIT
005010     END-IF.
005020     IF WS-CCY-USED >= WS-CCY-MAX
005030         DISPLAY "CALCREVL - CURRENCY TABLE FULL"
005040         MOVE 16 TO WS-RETURN-CODE
005050         GO TO 9900-ABEND
005060     END-IF.
005070     ADD 1 TO WS-CCY-USED.
005080     MOVE WS-CCY-USED TO WS-CCY-FOUND-SUB.
005090     MOVE BM-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-USED).
005100     MOVE "N" TO WS-CCY-RATE-SWITCH (WS-CCY-USED).
005110     MOVE ZERO TO WS-CCY-OPEN-RATE (WS-CCY-USED).
005120     MOVE ZERO TO WS-CCY-CLOSE-RATE (WS-CCY-USED).
005130     MOVE ZERO TO WS-CCY-COUNT (WS-CCY-USED).
005140     MOVE ZERO TO WS-CCY-BALANCE (WS-CCY-USED).
005150     MOVE ZERO TO WS-CCY-OPEN-BASE (WS-CCY-USED).
005160     MOVE ZERO TO WS-CCY-CLOSE-BASE (WS-CCY-USED).
005170     MOVE ZERO TO WS-CCY-EFFECT (WS-CCY-USED).
005180
005190     MOVE BM-CURRENCY-CODE TO WS-FXR-WANT-CURRENCY.
005200     MOVE WS-CLOSE-DATE TO WS-FXR-WANT-DATE.
005210     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
005220     IF WS-FXR-FOUND-SUB = ZERO
005230         GO TO 2100-EXIT
005240     END-IF.
005250     MOVE "Y" TO WS-CCY-RATE-SWITCH (WS-CCY-USED).
005260     MOVE WS-FXR-RATE (WS-FXR-FOUND-SUB)
005270         TO WS-CCY-CLOSE-RATE (WS-CCY-USED).
005280
005290     MOVE WS-OPEN-CUTOFF TO WS-FXR-WANT-DATE.
005300     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
005310     IF WS-FXR-FOUND-SUB = ZERO
005320         ADD 1 TO WS-NO-OPEN-RATE-COUNT
005330         DISPLAY "CALCREVL - NO OPENING RATE FOR "
005340             BM-CURRENCY-CODE " - CLOSING RATE USED"
005350         MOVE WS-CCY-CLOSE-RATE (WS-CCY-USED)
005360             TO WS-CCY-OPEN-RATE (WS-CCY-USED)
005370     ELSE
005380         MOVE WS-FXR-RATE (WS-FXR-FOUND-SUB)
005390             TO WS-CCY-OPEN-RATE (WS-CCY-USED)
005400     END-IF.
005410 2100-EXIT.
005420     EXIT.
005430
005440 2110-SCAN-ONE-CURRENCY.
005450     IF WS-CCY-CODE (WS-CCY-SUB) = BM-CURRENCY-CODE
005460         MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
005470     END-IF.
005480 2110-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 2200-FIND-RATE / 2210-SCAN-ONE-RATE
005530*   THE LATEST RATE FOR WS-FXR-WANT-CURRENCY DATED ON OR BEFORE
005540*   WS-FXR-WANT-DATE.  NONE LEAVES WS-FXR-FOUND-SUB ZERO.
005550******************************************************************
005560 2200-FIND-RATE.
005570     MOVE ZERO TO WS-FXR-FOUND-SUB.
005580     MOVE ZERO TO WS-FXR-FOUND-DATE.
005590     PERFORM 2210-SCAN-ONE-RATE THRU 2210-EXIT
005600         VARYING WS-FXR-SUB FROM 1 BY 1
005610         UNTIL WS-FXR-SUB > WS-FXR-USED.
005620 2200-EXIT.
005630     EXIT.
005640
005650 2210-SCAN-ONE-RATE.
005660     IF WS-FXR-CURRENCY (WS-FXR-SUB) NOT = WS-FXR-WANT-CURRENCY
005670        OR WS-FXR-DATE (WS-FXR-SUB) > WS-FXR-WANT-DATE
005680         GO TO 2210-EXIT
005690     END-IF.
005700     IF WS-FXR-DATE (WS-FXR-SUB) > WS-FXR-FOUND-DATE
005710        OR WS-FXR-FOUND-SUB = ZERO
005720         MOVE WS-FXR-SUB TO WS-FXR-FOUND-SUB
005730         MOVE WS-FXR-DATE (WS-FXR-SUB) TO WS-FXR-FOUND-DATE
005740     END-IF.
005750 2210-EXIT.
005760     EXIT.
005770
005780 2900-READ-MASTER.
005790     READ BALANCE-FILE
005800         AT END
005810             SET BALANCE-END-OF-FILE TO TRUE
005820         NOT AT END
005830             ADD 1 TO WS-READ-COUNT
005840     END-READ.
005850 2900-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 7000-PRINT-CURRENCY-TOTALS / 7010-PRINT-ONE-CURRENCY
005900*   ONE TOTAL LINE PER FOREIGN CURRENCY, IN THE ORDER MET.  THE
005910*   BALANCE COLUMN IS IN THAT CURRENCY; THE REST IN BASE.
005920******************************************************************
005930 7000-PRINT-CURRENCY-TOTALS.
005940     MOVE SPACES TO WS-SUMMARY-LINE.
005950     MOVE "CURRENCY TOTALS" TO WS-SUM-LABEL.
005960     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005970         AFTER ADVANCING 2 LINES.
005980     PERFORM 7010-PRINT-ONE-CURRENCY THRU 7010-EXIT
005990         VARYING WS-CCY-SUB FROM 1 BY 1
006000         UNTIL WS-CCY-SUB > WS-CCY-USED.
006010 7000-EXIT.
006020     EXIT.
006030
006040 7010-PRINT-ONE-CURRENCY.
006050     IF NOT CCY-HAS-RATE (WS-CCY-SUB)
006060         GO TO 7010-EXIT
006070     END-IF.
006080     MOVE "TOTAL" TO WS-DTL-ACCOUNT.
006090     MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-DTL-CURRENCY.
006100     MOVE WS-CCY-BALANCE (WS-CCY-SUB) TO WS-DTL-BALANCE.
006110     MOVE WS-CCY-OPEN-RATE (WS-CCY-SUB) TO WS-DTL-OPEN-RATE.
006120     MOVE WS-CCY-CLOSE-RATE (WS-CCY-SUB) TO WS-DTL-CLOSE-RATE.
006130     MOVE WS-CCY-OPEN-BASE (WS-CCY-SUB) TO WS-DTL-OPEN-BASE.
006140     MOVE WS-CCY-CLOSE-BASE (WS-CCY-SUB) TO WS-DTL-CLOSE-BASE.
006150     MOVE WS-CCY-EFFECT (WS-CCY-SUB) TO WS-DTL-EFFECT.
006160     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
006170         AFTER ADVANCING 1 LINE.
006180 7010-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220* 8000-PRINT-SUMMARY
006230*   END-OF-RUN CONTROL TOTALS.  THE RATE-MOVEMENT EFFECT IS THE
006240*   INDICATIVE BASE-CURRENCY GAIN (LOSS IF NEGATIVE) ON THE
006250*   CLOSING BALANCES - NOT A FIGURE TO JOURNAL.
006260******************************************************************
006270 8000-PRINT-SUMMARY.
006280     MOVE SPACES TO WS-SUMMARY-LINE.
006290     MOVE "CALCREVL - CONTROL TOTALS" TO WS-SUM-LABEL.
006300     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006310         AFTER ADVANCING 2 LINES.
006320
006330     MOVE SPACES TO WS-SUMMARY-LINE.
006340     MOVE "MASTER RECORDS READ" TO WS-SUM-LABEL.
006350     MOVE WS-READ-COUNT TO WS-SUM-COUNT-ED.
006360     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006370     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006380         AFTER ADVANCING 1 LINE.
006390
006400     MOVE SPACES TO WS-SUMMARY-LINE.
006410     MOVE "BASE-CURRENCY BALANCES" TO WS-SUM-LABEL.
006420     MOVE WS-BASE-COUNT TO WS-SUM-COUNT-ED.
006430     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006440     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006450         AFTER ADVANCING 1 LINE.
006460
006470     MOVE SPACES TO WS-SUMMARY-LINE.
006480     MOVE "FOREIGN BALANCES REVALUED" TO WS-SUM-LABEL.
006490     MOVE WS-REVALUED-COUNT TO WS-SUM-COUNT-ED.
006500     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006510     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006520         AFTER ADVANCING 1 LINE.
006530
006540     MOVE SPACES TO WS-SUMMARY-LINE.
006550     MOVE "SKIPPED - NO CLOSING RATE" TO WS-SUM-LABEL.
006560     MOVE WS-NO-RATE-COUNT TO WS-SUM-COUNT-ED.
006570     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006580     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006590         AFTER ADVANCING 1 LINE.
006600
006610     MOVE SPACES TO WS-SUMMARY-LINE.
006620     MOVE "CURRENCIES WITH NO OPEN RATE" TO WS-SUM-LABEL.
006630     MOVE WS-NO-OPEN-RATE-COUNT TO WS-SUM-COUNT-ED.
006640     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006650     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006660         AFTER ADVANCING 1 LINE.
006670
006680     MOVE SPACES TO WS-SUMMARY-LINE.
006690     MOVE "BAD FX RATE CARDS SKIPPED" TO WS-SUM-LABEL.
006700     MOVE WS-BAD-CARD-COUNT TO WS-SUM-COUNT-ED.
006710     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006720     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006730         AFTER ADVANCING 1 LINE.
006740
006750     MOVE SPACES TO WS-SUMMARY-LINE.
006760     MOVE "BASE VALUE AT OPENING RATES" TO WS-SUM-LABEL.
006770     MOVE WS-TOT-OPEN-BASE TO WS-SUM-AMOUNT-ED.
006780     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006790     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006800         AFTER ADVANCING 1 LINE.
006810
006820     MOVE SPACES TO WS-SUMMARY-LINE.
006830     MOVE "BASE VALUE AT CLOSING RATES" TO WS-SUM-LABEL.
006840     MOVE WS-TOT-CLOSE-BASE TO WS-SUM-AMOUNT-ED.
006850     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006860     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006870         AFTER ADVANCING 1 LINE.
006880
006890     MOVE SPACES TO WS-SUMMARY-LINE.
006900     MOVE "INDICATIVE RATE EFFECT" TO WS-SUM-LABEL.
006910     MOVE WS-TOT-EFFECT TO WS-SUM-AMOUNT-ED.
006920     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006930     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006940         AFTER ADVANCING 1 LINE.
006950
006960     IF WS-NO-RATE-COUNT > ZERO
006970        OR WS-NO-OPEN-RATE-COUNT > ZERO
006980        OR WS-BAD-CARD-COUNT > ZERO
006990         MOVE 4 TO WS-RETURN-CODE
007000     END-IF.
007010 8000-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
007060*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
007070******************************************************************
007080 9000-TERMINATE.
007090     CLOSE BALANCE-FILE.
007100     CLOSE REPORT-FILE.
007110     DISPLAY "CALCREVL - RUN COMPLETE - RETURN CODE "
007120         WS-RETURN-CODE.
007130 9000-EXIT.
007140     EXIT.
007150
007160 9900-ABEND.
007170     DISPLAY "CALCREVL - ABNORMAL TERMINATION - RETURN CODE "
007180         WS-RETURN-CODE.
007190     STOP RUN RETURNING WS-RETURN-CODE.
007200
007210 9999-EXIT.
007220     STOP RUN RETURNING WS-RETURN-CODE.
007230 END PROGRAM CALCREVL.
