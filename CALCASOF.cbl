000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: AS-OF-DATE BALANCE LISTING.  READS THE BALANCE
000070*          SNAPSHOT HISTORY WRITTEN BY THE END-OF-DAY TRIAL
000080*          BALANCE CALCTBAL (EVERY GENERATION, CONCATENATED)
000090*          AND LISTS EVERY ACCOUNT'S BALANCE AS IT STOOD AT
000100*          THE CLOSE OF THE PARM BUSINESS DATE, OR JUST THE ONE
000110*          PARM ACCOUNT.  A DATE WITH NO SNAPSHOT OF ITS OWN (A
000120*          WEEKEND OR HOLIDAY) IS ANSWERED FROM THE LATEST
000130*          SNAPSHOT BEFORE IT, WHICH IS WHAT THE BALANCE WAS.
000140*          FIRST PASS FINDS THAT SNAPSHOT DATE, SECOND PASS
000150*          LISTS IT.  EACH BALANCE IS SHOWN WITH ITS CURRENCY
000153*          AND THE BALANCES ARE TOTALLED PER CURRENCY - NEVER
000156*          ADDED ACROSS CURRENCIES.
000160*          RETURN CODE 0  - LISTED FOR THE DATE ASKED.
000170*                      4  - AN EARLIER SNAPSHOT WAS USED, OR
000180*                           THE PARM ACCOUNT IS NOT ON IT.
000190*                      8  - NO SNAPSHOT ON OR BEFORE THE DATE.
000200*                      16 - PARM OR FILE ERROR.
000210* Tectonics: cobc
000220******************************************************************
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 AJL   INITIAL VERSION.
000253*   2026-10-15 AJL   CURRENCY SHOWN ON EVERY LINE AND BALANCES
000256*                    TOTALLED PER CURRENCY, NOT ACROSS THEM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CALCASOF.
000290 AUTHOR. AARON LEE.
000300 INSTALLATION. I-AM-BORED DATA CENTER.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*----------------------------------------------------------------
000410* SNAP-HIST-FILE - THE SNAPSHOT HISTORY, ALL GENERATIONS.
000420* REPORT-FILE    - THE AS-OF LISTING.
000430*----------------------------------------------------------------
000440     SELECT SNAP-HIST-FILE ASSIGN TO SNAPHIST
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-SNAP-HIST-STATUS.
000480
000490     SELECT REPORT-FILE ASSIGN TO ASOFRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------------
000570* SNAP-HIST-FILE RECORD - SHARED LAYOUT, SEE CALCSNP COPYBOOK.
000580*----------------------------------------------------------------
000590 FD  SNAP-HIST-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  SH-SNAPSHOT-RECORD.
000630     COPY CALCSNP.
000640
000650*----------------------------------------------------------------
000660* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
000670*----------------------------------------------------------------
000680 FD  REPORT-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 132 CHARACTERS.
000710 01  RP-REPORT-LINE                  PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* FILE STATUS SWITCHES
000760*----------------------------------------------------------------
000770 77  WS-SNAP-HIST-STATUS             PIC X(02)      VALUE "00".
000780 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
000790
000800*----------------------------------------------------------------
000810* CONTROL SWITCHES AND COUNTERS
000820*----------------------------------------------------------------
000830 77  WS-EOF-SWITCH                   PIC X(01)      VALUE "N".
000840     88  HISTORY-END-OF-FILE                         VALUE "Y".
000850 77  WS-ONE-ACCOUNT-SWITCH           PIC X(01)      VALUE "N".
000860     88  ONE-ACCOUNT-REQUESTED                       VALUE "Y".
000870 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
000880
000890 77  WS-READ-COUNT                   PIC S9(9)   COMP VALUE ZERO.
000900 77  WS-LISTED-COUNT                 PIC S9(9)   COMP VALUE ZERO.
000930
000940*    THE SNAPSHOT DATE CHOSEN - THE LATEST NOT AFTER THE PARM
000950*    DATE - AND HOW MANY TIMES IT WAS TAKEN.  A RERUN OF THE
000960*    END-OF-DAY STEP LEAVES TWO GENERATIONS FOR ONE DATE; EACH
000970*    IS ONE RUN OF RECORDS IN ASCENDING ACCOUNT ORDER, AND ONLY
000980*    THE FIRST RUN READ IS LISTED.
000990 77  WS-CHOSEN-DATE                  PIC 9(08)      VALUE ZERO.
001000 77  WS-CHOSEN-RUNS                  PIC S9(4)   COMP VALUE ZERO.
001010 77  WS-CURRENT-RUN                  PIC S9(4)   COMP VALUE ZERO.
001020 77  WS-PREV-DATE                    PIC 9(08)      VALUE ZERO.
001030 77  WS-PREV-ACCOUNT                 PIC X(10)      VALUE SPACES.
001040
001050 01  WS-RUN-DATE-FIELDS.
001060     05  WS-RUN-DATE                 PIC 9(08).
001070     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001080         10  WS-RUN-YYYY              PIC 9(04).
001090         10  WS-RUN-MM                PIC 9(02).
001100         10  WS-RUN-DD                PIC 9(02).
001110 77  WS-AS-OF-DATE                   PIC 9(08)      VALUE ZERO.
001120 77  WS-AS-OF-ACCOUNT                PIC X(10)      VALUE SPACES.
001130
001131*----------------------------------------------------------------
001132* CURRENCY TABLE - ONE ENTRY PER CURRENCY LISTED (BLANK = BASE),
001133* IN THE ORDER MET, WITH ITS TOTAL FOR THE SUMMARY.
001134*----------------------------------------------------------------
001135 77  WS-CCY-MAX                      PIC S9(4)   COMP VALUE 100.
001136 77  WS-CCY-USED                     PIC S9(4)   COMP VALUE ZERO.
001137 77  WS-CCY-SUB                      PIC S9(4)   COMP VALUE ZERO.
001138 77  WS-CCY-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
001139 01  WS-CURRENCY-TABLE.
001140     05  WS-CCY-ENTRY OCCURS 100 TIMES.
001141         10  WS-CCY-CODE             PIC X(03).
001143         10  WS-CCY-TOTAL            PIC S9(13)V99  COMP-3.
001144
001145*----------------------------------------------------------------
001150* REPORT LINE LAYOUTS
001160*----------------------------------------------------------------
001170 01  WS-HEADING-LINE.
001180     05  FILLER                      PIC X(05)      VALUE SPACES.
001190     05  FILLER                      PIC X(10)      VALUE
001200         "ACCOUNT".
001210     05  FILLER                      PIC X(03)      VALUE SPACES.
001212     05  FILLER                      PIC X(04)      VALUE
001214         "CCY".
001216     05  FILLER                      PIC X(03)      VALUE SPACES.
001220     05  FILLER                      PIC X(21)      VALUE
001230         "              BALANCE".
001240     05  FILLER                      PIC X(03)      VALUE SPACES.
001250     05  FILLER                      PIC X(10)      VALUE
001260         "LAST ACTVY".
001270     05  FILLER                      PIC X(03)      VALUE SPACES.
001280     05  FILLER                      PIC X(09)      VALUE
001290         "ACTIVITY".
001300     05  FILLER                      PIC X(61)      VALUE SPACES.
001310
001320 01  WS-DETAIL-LINE.
001330     05  FILLER                      PIC X(05)      VALUE SPACES.
001340     05  WS-DTL-ACCOUNT              PIC X(10).
001350     05  FILLER                      PIC X(03)      VALUE SPACES.
001353     05  WS-DTL-CURRENCY             PIC X(04).
001356     05  FILLER                      PIC X(03)      VALUE SPACES.
001360     05  WS-DTL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001370     05  FILLER                      PIC X(03)      VALUE SPACES.
001380     05  WS-DTL-LAST-DATE            PIC 9999/99/99.
001390     05  FILLER                      PIC X(03)      VALUE SPACES.
001400     05  WS-DTL-ACTIVITY             PIC Z,ZZZ,ZZ9.
001410     05  FILLER                      PIC X(61)      VALUE SPACES.
001420
001430 01  WS-SUMMARY-LINE.
001440     05  FILLER                      PIC X(05)      VALUE SPACES.
001450     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
001460     05  FILLER                      PIC X(05)      VALUE SPACES.
001470     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
001480     05  FILLER                      PIC X(62)      VALUE SPACES.
001490
001491*    SUMMARY LABEL FOR ONE CURRENCY'S TOTAL.
001492 01  WS-CCY-TOTAL-LABEL.
001493     05  FILLER                      PIC X(16)      VALUE
001494         "TOTAL LISTED IN".
001495     05  WS-CTL-CURRENCY             PIC X(04)      VALUE SPACES.
001496     05  FILLER                      PIC X(10)      VALUE SPACES.
001497
001500 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
001510 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001520 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
001530
001540 LINKAGE SECTION.
001550*----------------------------------------------------------------
001560* PARM AREA - POSITIONS 1-8 CARRY THE AS-OF BUSINESS DATE
001570* YYYYMMDD (REQUIRED); POSITIONS 9-18 OPTIONALLY NAME ONE
001580* ACCOUNT.  WITHOUT AN ACCOUNT EVERY ACCOUNT IS LISTED.
001590*----------------------------------------------------------------
001600 01  WS-PARM-AREA.
001610     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
001620     05  WS-PARM-DATE                PIC X(08).
001630     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
001640                                     PIC 9(08).
001650     05  WS-PARM-ACCOUNT             PIC X(10).
001660     05  FILLER                      PIC X(62).
001670
001680 PROCEDURE DIVISION USING WS-PARM-AREA.
001690******************************************************************
001700* 0000-MAINLINE
001710*   FIND THE SNAPSHOT THAT ANSWERS THE DATE, THEN LIST IT.
001720******************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 2000-FIND-ONE THRU 2000-EXIT
001760         UNTIL HISTORY-END-OF-FILE.
001770     PERFORM 2500-REOPEN-HISTORY THRU 2500-EXIT.
001780     IF WS-CHOSEN-DATE NOT = ZERO
001790         PERFORM 3000-LIST-ONE THRU 3000-EXIT
001800             UNTIL HISTORY-END-OF-FILE
001810     END-IF.
001820     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840     GO TO 9999-EXIT.
001850
001860******************************************************************
001870* 1000-INITIALIZE
001880*   PARM, OPENS, REPORT HEADER, FIRST READ.
001890******************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001920     IF WS-PARM-LENGTH < 8 OR WS-PARM-DATE NOT NUMERIC
001930         DISPLAY "CALCASOF - PARM MUST START WITH THE AS-OF "
001940             "DATE YYYYMMDD"
001950         MOVE 16 TO WS-RETURN-CODE
001960         GO TO 9900-ABEND
001970     END-IF.
001980     MOVE WS-PARM-DATE-N TO WS-AS-OF-DATE.
001990     IF WS-PARM-LENGTH > 8 AND WS-PARM-ACCOUNT NOT = SPACES
002000         MOVE WS-PARM-ACCOUNT TO WS-AS-OF-ACCOUNT
002010         MOVE "Y" TO WS-ONE-ACCOUNT-SWITCH
002020     END-IF.
002030     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002040     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070
002080 1100-OPEN-FILES.
002090     OPEN INPUT SNAP-HIST-FILE.
002100     IF WS-SNAP-HIST-STATUS NOT = "00"
002110         DISPLAY "CALCASOF - OPEN ERROR ON SNAP-HIST-FILE - "
002120             "STATUS " WS-SNAP-HIST-STATUS
002130         MOVE 16 TO WS-RETURN-CODE
002140         GO TO 9900-ABEND
002150     END-IF.
002160
002170     OPEN OUTPUT REPORT-FILE.
002180     IF WS-REPORT-STATUS NOT = "00"
002190         DISPLAY "CALCASOF - OPEN ERROR ON REPORT-FILE - STATUS "
002200             WS-REPORT-STATUS
002210         MOVE 16 TO WS-RETURN-CODE
002220         GO TO 9900-ABEND
002230     END-IF.
002240 1100-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280* 2000-FIND-ONE
002290*   FIRST PASS.  KEEP THE LATEST SNAPSHOT DATE NOT AFTER THE
002300*   PARM DATE, COUNTING THE SEPARATE RUNS OF IT.
002310******************************************************************
002320 2000-FIND-ONE.
002330     IF SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD > WS-AS-OF-DATE
002340        OR SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD
002350           < WS-CHOSEN-DATE
002360         GO TO 2000-READ
002370     END-IF.
002380     IF SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD > WS-CHOSEN-DATE
002390         MOVE SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD
002400             TO WS-CHOSEN-DATE
002410         MOVE ZERO TO WS-CHOSEN-RUNS
002420     END-IF.
002430     IF WS-PREV-DATE NOT = WS-CHOSEN-DATE
002440        OR SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
002450           NOT > WS-PREV-ACCOUNT
002460         ADD 1 TO WS-CHOSEN-RUNS
002470     END-IF.
002480 2000-READ.
002490     MOVE SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD TO WS-PREV-DATE.
002500     MOVE SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
002510         TO WS-PREV-ACCOUNT.
002520     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002530 2000-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570* 2500-REOPEN-HISTORY
002580*   REWIND THE HISTORY FOR THE LISTING PASS AND WRITE THE
002590*   HEADER, NOW THAT THE SNAPSHOT DATE IS KNOWN.
002600******************************************************************
002610 2500-REOPEN-HISTORY.
002620     CLOSE SNAP-HIST-FILE.
002630     MOVE "N" TO WS-EOF-SWITCH.
002640     MOVE ZERO TO WS-PREV-DATE.
002650     MOVE SPACES TO WS-PREV-ACCOUNT.
002655     MOVE ZERO TO WS-READ-COUNT.
002660     OPEN INPUT SNAP-HIST-FILE.
002670     IF WS-SNAP-HIST-STATUS NOT = "00"
002680         DISPLAY "CALCASOF - REOPEN ERROR ON SNAP-HIST-FILE - "
002690             "STATUS " WS-SNAP-HIST-STATUS
002700         MOVE 16 TO WS-RETURN-CODE
002710         GO TO 9900-ABEND
002720     END-IF.
002730     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002740
002750     MOVE SPACES TO WS-SUMMARY-LINE.
002760     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
002770     MOVE "CALCASOF - AS-OF BALANCE LIST" TO WS-SUM-LABEL.
002780     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
002790     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
002800     MOVE SPACES TO WS-SUMMARY-LINE.
002810     MOVE "AS-OF DATE REQUESTED" TO WS-SUM-LABEL.
002820     MOVE WS-AS-OF-DATE TO WS-SUM-RUN-DATE-ED.
002830     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
002840     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
002850         AFTER ADVANCING 1 LINE.
002860     MOVE SPACES TO WS-SUMMARY-LINE.
002870     MOVE "SNAPSHOT DATE USED" TO WS-SUM-LABEL.
002880     IF WS-CHOSEN-DATE = ZERO
002890         MOVE "NONE ON OR BEFORE THAT DATE" TO WS-SUM-VALUE
002900     ELSE
002910         MOVE WS-CHOSEN-DATE TO WS-SUM-RUN-DATE-ED
002920         MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE
002930     END-IF.
002940     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
002950         AFTER ADVANCING 1 LINE.
002960     IF WS-CHOSEN-RUNS > 1
002970         MOVE SPACES TO WS-SUMMARY-LINE
002980         MOVE "** SNAPSHOT TAKEN MORE THAN" TO WS-SUM-LABEL
002990         MOVE "ONCE - FIRST ONE READ LISTED" TO WS-SUM-VALUE
003000         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003010             AFTER ADVANCING 1 LINE
003020     END-IF.
003030     IF ONE-ACCOUNT-REQUESTED
003040         MOVE SPACES TO WS-SUMMARY-LINE
003050         MOVE "ACCOUNT REQUESTED" TO WS-SUM-LABEL
003060         MOVE WS-AS-OF-ACCOUNT TO WS-SUM-VALUE
003070         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003080             AFTER ADVANCING 1 LINE
003090     END-IF.
003100     IF WS-CHOSEN-DATE NOT = ZERO
003110         WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
003120             AFTER ADVANCING 2 LINES
003130     END-IF.
003140 2500-EXIT.
003150     EXIT.
003160
003170 2900-READ-HISTORY.
003180     READ SNAP-HIST-FILE
003190         AT END
003200             SET HISTORY-END-OF-FILE TO TRUE
003210         NOT AT END
003220             ADD 1 TO WS-READ-COUNT
003230     END-READ.
003240 2900-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 3000-LIST-ONE
003290*   SECOND PASS.  LIST EACH RECORD OF THE FIRST RUN OF THE
003300*   CHOSEN DATE (THE PARM ACCOUNT ONLY, IF ONE WAS GIVEN).
003310******************************************************************
003320 3000-LIST-ONE.
003330     IF SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD
003340        NOT = WS-CHOSEN-DATE
003350         GO TO 3000-READ
003360     END-IF.
003370     IF WS-PREV-DATE NOT = WS-CHOSEN-DATE
003380        OR SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
003390           NOT > WS-PREV-ACCOUNT
003400         ADD 1 TO WS-CURRENT-RUN
003410     END-IF.
003420     IF WS-CURRENT-RUN NOT = 1
003430         GO TO 3000-READ
003440     END-IF.
003450     IF ONE-ACCOUNT-REQUESTED
003460        AND SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
003470            NOT = WS-AS-OF-ACCOUNT
003480         GO TO 3000-READ
003490     END-IF.
003500
003510     ADD 1 TO WS-LISTED-COUNT.
003513     PERFORM 3100-FIND-CURRENCY THRU 3100-EXIT.
003520     ADD SN-CURRENT-BALANCE OF SH-SNAPSHOT-RECORD
003530         TO WS-CCY-TOTAL (WS-CCY-FOUND-SUB).
003540     MOVE SPACES TO WS-DETAIL-LINE.
003550     MOVE SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
003560         TO WS-DTL-ACCOUNT.
003561     IF SN-CURRENCY-CODE OF SH-SNAPSHOT-RECORD = SPACES
003562         MOVE "BASE" TO WS-DTL-CURRENCY
003563     ELSE
003564         MOVE SN-CURRENCY-CODE OF SH-SNAPSHOT-RECORD
003565             TO WS-DTL-CURRENCY
003566     END-IF.
003570     MOVE SN-CURRENT-BALANCE OF SH-SNAPSHOT-RECORD
003580         TO WS-DTL-BALANCE.
003590     MOVE SN-LAST-ACTIVITY-DATE OF SH-SNAPSHOT-RECORD
003600         TO WS-DTL-LAST-DATE.
003610     MOVE SN-ACTIVITY-COUNT OF SH-SNAPSHOT-RECORD
003620         TO WS-DTL-ACTIVITY.
003630     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
003640         AFTER ADVANCING 1 LINE.
003650 3000-READ.
003660     MOVE SN-SNAPSHOT-DATE OF SH-SNAPSHOT-RECORD TO WS-PREV-DATE.
003670     MOVE SN-ACCOUNT-NUMBER OF SH-SNAPSHOT-RECORD
003680         TO WS-PREV-ACCOUNT.
003690     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
003700 3000-EXIT.
003710     EXIT.
003711
003712******************************************************************
003713* 3100-FIND-CURRENCY / 3110-SCAN-ONE-CURRENCY
003714*   FIND THE LISTED BALANCE'S CURRENCY IN THE CURRENCY TABLE,
003715*   ADDING IT THE FIRST TIME IT IS MET.
003716******************************************************************
003717 3100-FIND-CURRENCY.
003718     MOVE ZERO TO WS-CCY-FOUND-SUB.
003719     PERFORM 3110-SCAN-ONE-CURRENCY THRU 3110-EXIT
003720         VARYING WS-CCY-SUB FROM 1 BY 1
003721         UNTIL WS-CCY-SUB > WS-CCY-USED
003722            OR WS-CCY-FOUND-SUB > ZERO.
003723     IF WS-CCY-FOUND-SUB > ZERO
003724         GO TO 3100-EXIT
003725     END-IF.
003726     IF WS-CCY-USED >= WS-CCY-MAX
003727         DISPLAY "CALCASOF - CURRENCY TABLE FULL"
003728         MOVE 16 TO WS-RETURN-CODE
003729         GO TO 9900-ABEND
003730     END-IF.
003731     ADD 1 TO WS-CCY-USED.
003732     MOVE WS-CCY-USED TO WS-CCY-FOUND-SUB.
003733     MOVE SN-CURRENCY-CODE OF SH-SNAPSHOT-RECORD
003734         TO WS-CCY-CODE (WS-CCY-USED).
003736     MOVE ZERO TO WS-CCY-TOTAL (WS-CCY-USED).
003737 3100-EXIT.
003738     EXIT.
003739
003740 3110-SCAN-ONE-CURRENCY.
003741     IF WS-CCY-CODE (WS-CCY-SUB)
003742        = SN-CURRENCY-CODE OF SH-SNAPSHOT-RECORD
003743         MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
003744     END-IF.
003745 3110-EXIT.
003746     EXIT.
003747
003748******************************************************************
003749* 8000-PRINT-SUMMARY
003750*   COUNT OF WHAT WAS LISTED, ITS TOTAL IN EACH CURRENCY, AND
003755*   THE RETURN CODE.
003760******************************************************************
003770 8000-PRINT-SUMMARY.
003780     MOVE SPACES TO WS-SUMMARY-LINE.
003790     MOVE "SNAPSHOT RECORDS READ" TO WS-SUM-LABEL.
003800     MOVE WS-READ-COUNT TO WS-SUM-COUNT-ED.
003810     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
003820     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003830         AFTER ADVANCING 2 LINES.
003840     MOVE SPACES TO WS-SUMMARY-LINE.
003850     MOVE "ACCOUNTS LISTED" TO WS-SUM-LABEL.
003860     MOVE WS-LISTED-COUNT TO WS-SUM-COUNT-ED.
003870     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
003880     PERFORM 8100-PRINT-ONE-CURRENCY THRU 8100-EXIT
003890         VARYING WS-CCY-SUB FROM 1 BY 1
003900         UNTIL WS-CCY-SUB > WS-CCY-USED.
003910
003920     EVALUATE TRUE
003930         WHEN WS-CHOSEN-DATE = ZERO
003940             MOVE "** NO SNAPSHOT FOR THE DATE **"
003950                 TO WS-SUM-LABEL
003960             MOVE 8 TO WS-RETURN-CODE
003970         WHEN ONE-ACCOUNT-REQUESTED AND WS-LISTED-COUNT = ZERO
003980             MOVE "** ACCOUNT NOT ON SNAPSHOT **" TO WS-SUM-LABEL
003990             MOVE 4 TO WS-RETURN-CODE
004000         WHEN WS-CHOSEN-DATE NOT = WS-AS-OF-DATE
004010             MOVE "** EARLIER SNAPSHOT USED **" TO WS-SUM-LABEL
004020             MOVE 4 TO WS-RETURN-CODE
004030         WHEN OTHER
004040             MOVE "** LISTED AS OF DATE ASKED **" TO WS-SUM-LABEL
004050     END-EVALUATE.
004060     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
004070         AFTER ADVANCING 2 LINES.
004080 8000-EXIT.
004090     EXIT.
004091
004092*    ONE CURRENCY'S TOTAL, IN THE ORDER MET.
004093 8100-PRINT-ONE-CURRENCY.
004094     IF WS-CCY-CODE (WS-CCY-SUB) = SPACES
004095         MOVE "BASE" TO WS-CTL-CURRENCY
004096     ELSE
004097         MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-CTL-CURRENCY
004098     END-IF.
004099     MOVE WS-CCY-TOTAL-LABEL TO WS-SUM-LABEL.
004100     MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO WS-SUM-AMOUNT-ED.
004101     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
004102 8100-EXIT.
004103     EXIT.
004104
004110*    SUMMARY LINE WITH THE LABEL ALREADY SET AND A COUNT IN
004120*    WS-SUM-COUNT-ED.
004130 8900-WRITE-COUNT-LINE.
004140     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
004150     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
004160         AFTER ADVANCING 1 LINE.
004170     MOVE SPACES TO WS-SUMMARY-LINE.
004180 8900-EXIT.
004190     EXIT.
004200
004210*    THE SAME WITH AN AMOUNT IN WS-SUM-AMOUNT-ED.
004220 8910-WRITE-AMOUNT-LINE.
004230     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
004240     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
004250         AFTER ADVANCING 1 LINE.
004260     MOVE SPACES TO WS-SUMMARY-LINE.
004270 8910-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
004320*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
004330******************************************************************
004340 9000-TERMINATE.
004350     CLOSE SNAP-HIST-FILE.
004360     CLOSE REPORT-FILE.
004370     DISPLAY "CALCASOF - RUN COMPLETE - RETURN CODE "
004380         WS-RETURN-CODE.
004390 9000-EXIT.
004400     EXIT.
004410
004420 9900-ABEND.
004430     DISPLAY "CALCASOF - ABNORMAL TERMINATION - RETURN CODE "
004440         WS-RETURN-CODE.
004450     STOP RUN RETURNING WS-RETURN-CODE.
004460
004470 9999-EXIT.
004480     STOP RUN RETURNING WS-RETURN-CODE.
004490 END PROGRAM CALCASOF.
