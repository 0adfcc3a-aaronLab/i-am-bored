000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: NIGHTLY RELEASE AND AGING OF THE APPROVAL QUEUE.  RUNS
000070*          BEFORE CALCJOB.  EVERY ITEM APPROVED ON THE CALCAPPR
000080*          PANEL IS GIVEN A SERIAL NUMBER AND WRITTEN TO A FULLY
000090*          CONTROLLED HEADER/DETAIL/TRAILER TRANS-FILE BATCH
000100*          (SOURCE SYSTEM CALCAPRL) THAT CALCJOB TAKES IN WITH
000110*          THE DAY'S WORK, SO THE ITEM FOLLOWS THE NORMAL EDIT,
000120*          AUDIT, POSTING AND GL PATH.  DECLINED ITEMS ARE
000130*          PURGED FROM THE QUEUE, AND A RELEASED ITEM ONCE ITS
000132*          SERIAL IS ON THE PROCESSED-HISTORY MASTER - UNTIL
000134*          THEN CALCULATE STILL NEEDS THE ENTRY TO NAME BOTH
000136*          OPERATORS ON THE AUDIT ROW (A WAREHOUSED OR
000138*          SUSPENDED-AND-RECYCLED ITEM COMES BACK LATER).
000140*          THE ITEMS STILL AWAITING APPROVAL ARE LISTED WITH
000150*          THEIR AGE IN DAYS.
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-10-15 AJL   INITIAL VERSION - SERIAL ASSIGNMENT AND
000210*                    RELEASE BATCH FOR APPROVED ITEMS, QUEUE
000220*                    PURGE, AND THE PENDING-ITEM AGING REPORT.
000222*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000224*                    FIELDS (57 TO 73, QUEUE 120 TO 136).  THE
000226*                    PARKED ITEM'S CURRENCY IS RELEASED AS KEYED.
000227*   2026-10-15 AJL   A RELEASED ITEM STAYS ON THE QUEUE UNTIL ITS
000228*                    SERIAL IS ON THE PROCESSED-HISTORY MASTER,
000229*                    SO A WAREHOUSED OR RECYCLED ITEM IS STILL
000230*                    AUDITED UNDER BOTH OPERATORS (IN FLIGHT).
000231******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CALCAPRL.
000260 AUTHOR. AARON LEE.
000270 INSTALLATION. I-AM-BORED DATA CENTER.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370*----------------------------------------------------------------
000380* QUEUE-IN-FILE  - CURRENT APPROVAL QUEUE MASTER (MAY NOT EXIST
000390*                  BEFORE THE FIRST APPROVAL RUN).
000400* PARK-FILE      - ENTRIES PARKED BY CALCULATE AND NOT YET SWEPT
000410*                  ONTO THE QUEUE BY CALCAPPR; SWEPT AND EMPTIED.
000420* QUEUE-OUT-FILE - NEW APPROVAL QUEUE GENERATION.
000430* RELEASE-FILE   - RELEASE BATCH OF APPROVED ITEMS, CALCREC
000440*                  LAYOUT, FOR THE NEXT CALCJOB RUN.
000450* REPORT-FILE    - RELEASE, PURGE AND AGING LISTING.
000453* HIST-FILE      - PROCESSED-HISTORY MASTER, EVERY SERIAL A
000456*                  CALCULATE RUN HAS PROCESSED, IN ANY ORDER.
000460*----------------------------------------------------------------
000470     SELECT QUEUE-IN-FILE ASSIGN TO APPRQIN
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-QUEUE-IN-STATUS.
000510
000520     SELECT PARK-FILE ASSIGN TO APPRPARK
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-PARK-STATUS.
000560
000570     SELECT QUEUE-OUT-FILE ASSIGN TO APPRQOUT
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-QUEUE-OUT-STATUS.
000610
000620     SELECT RELEASE-FILE ASSIGN TO APPRREL
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-RELEASE-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO APPRLRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.
000710
000711     SELECT HIST-FILE ASSIGN TO HISTIN
000712         ORGANIZATION IS SEQUENTIAL
000713         ACCESS MODE IS SEQUENTIAL
000714         FILE STATUS IS WS-HIST-STATUS.
000715
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------------
000750* QUEUE-IN / PARK / QUEUE-OUT RECORDS - SHARED LAYOUT, SEE
000760* CALCAPQ COPYBOOK.  THE FILES ARE READ AND WRITTEN AS WHOLE
000770* IMAGES; THE FIELDS ARE WORKED IN WS-QUEUE-ITEM.
000780*----------------------------------------------------------------
000790 FD  QUEUE-IN-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 136 CHARACTERS.
000820 01  QI-QUEUE-RECORD                 PIC X(136).
000830
000840 FD  PARK-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 136 CHARACTERS.
000870 01  PK-PARK-RECORD                  PIC X(136).
000880
000890 FD  QUEUE-OUT-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 136 CHARACTERS.
000920 01  QO-QUEUE-RECORD                 PIC X(136).
000930
000940*----------------------------------------------------------------
000950* RELEASE-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
000960*----------------------------------------------------------------
000970 FD  RELEASE-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 73 CHARACTERS.
001000 01  TX-TRANS-RECORD.
001010     COPY CALCREC.
001020
001030*----------------------------------------------------------------
001040* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001050*----------------------------------------------------------------
001060 FD  REPORT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 132 CHARACTERS.
001090 01  RP-REPORT-LINE                  PIC X(132).
001100
001101*----------------------------------------------------------------
001102* HIST-FILE RECORD - ONE ROW PER PROCESSED TRANSACTION SERIAL,
001103* AS CALCULATE READS IT.
001104*----------------------------------------------------------------
001105 FD  HIST-FILE
001106     LABEL RECORDS ARE STANDARD
001107     RECORD CONTAINS 20 CHARACTERS.
001108 01  HS-HISTORY-RECORD.
001109     05  HS-SERIAL-NUMBER            PIC 9(09).
001110     05  HS-PROCESS-DATE             PIC 9(08).
001111     05  FILLER                      PIC X(03).
001112
001113 WORKING-STORAGE SECTION.
001120*----------------------------------------------------------------
001130* FILE STATUS SWITCHES
001140*----------------------------------------------------------------
001150 77  WS-QUEUE-IN-STATUS              PIC X(02)      VALUE "00".
001160 77  WS-PARK-STATUS                  PIC X(02)      VALUE "00".
001170 77  WS-QUEUE-OUT-STATUS             PIC X(02)      VALUE "00".
001180 77  WS-RELEASE-STATUS               PIC X(02)      VALUE "00".
001190 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001195 77  WS-HIST-STATUS                  PIC X(02)      VALUE "00".
001200
001210*----------------------------------------------------------------
001220* CONTROL SWITCHES AND COUNTERS
001230*----------------------------------------------------------------
001240 77  WS-EOF-SWITCH                   PIC X(01)      VALUE "N".
001250     88  END-OF-FILE                                VALUE "Y".
001260     88  NOT-END-OF-FILE                             VALUE "N".
001270
001280 77  WS-QUEUE-READ-COUNT             PIC S9(7)   COMP VALUE ZERO.
001290 77  WS-PARK-READ-COUNT              PIC S9(7)   COMP VALUE ZERO.
001300 77  WS-RELEASED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001310 77  WS-REISSUED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001320 77  WS-DECLINED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001330 77  WS-PURGED-COUNT                 PIC S9(7)   COMP VALUE ZERO.
001335 77  WS-IN-FLIGHT-COUNT              PIC S9(7)   COMP VALUE ZERO.
001340 77  WS-PENDING-COUNT                PIC S9(7)   COMP VALUE ZERO.
001350 77  WS-OVERDUE-COUNT                PIC S9(7)   COMP VALUE ZERO.
001360 77  WS-DETAIL-COUNT                 PIC S9(7)   COMP VALUE ZERO.
001370 77  WS-QUEUE-OUT-COUNT              PIC S9(7)   COMP VALUE ZERO.
001380 77  WS-HASH-TOTAL                   PIC S9(13)V99 COMP-3
001390                                                     VALUE ZERO.
001400 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001410
001420*----------------------------------------------------------------
001430* SERIAL ASSIGNMENT.  PARM POSITIONS 4-12 NAME THE BASE SERIAL
001440* FOR THE RELEASE BATCH; WITHOUT A PARM THE BASE IS 8MMDD0000 OFF
001450* THE RUN DATE, CLEAR OF THE UPSTREAM EXTRACT'S RANGES AND OF THE
001460* INTEREST ACCRUAL'S 9MMDD0000.  A RERUN ON THE SAME DAY REISSUES
001470* THE SERIALS ALREADY GIVEN AND NUMBERS NEW ITEMS ABOVE THEM.
001480*----------------------------------------------------------------
001490 77  WS-NEXT-SERIAL                  PIC 9(09)      VALUE ZERO.
001500
001510*----------------------------------------------------------------
001520* AGING.  PARM POSITIONS 1-3 NAME THE DAYS AN ITEM MAY WAIT FOR
001530* A DECISION BEFORE IT IS FLAGGED OVERDUE (DEFAULT 5).
001540*----------------------------------------------------------------
001550 77  WS-OVERDUE-DAYS                 PIC S9(5)   COMP VALUE 5.
001560 77  WS-DAYS-WAITING                 PIC S9(5)   COMP VALUE ZERO.
001570 77  WS-OLDEST-DAYS                  PIC S9(5)   COMP VALUE ZERO.
001580 01  WS-DATE-FROM                    PIC 9(08).
001590 01  WS-DATE-FROM-R REDEFINES WS-DATE-FROM.
001600     05  WS-DF-YYYY                  PIC 9(04).
001610     05  WS-DF-MM                    PIC 9(02).
001620     05  WS-DF-DD                    PIC 9(02).
001630 01  WS-DATE-TO                      PIC 9(08).
001640 01  WS-DATE-TO-R REDEFINES WS-DATE-TO.
001650     05  WS-DT-YYYY                  PIC 9(04).
001660     05  WS-DT-MM                    PIC 9(02).
001670     05  WS-DT-DD                    PIC 9(02).
001680
001690 01  WS-RUN-DATE-FIELDS.
001700     05  WS-RUN-DATE                 PIC 9(08).
001710     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001720         10  WS-RUN-YYYY              PIC 9(04).
001730         10  WS-RUN-MM                PIC 9(02).
001740         10  WS-RUN-DD                PIC 9(02).
001750
001760*----------------------------------------------------------------
001770* APPROVAL QUEUE TABLE - THE CURRENT QUEUE PLUS ANY UNSWEPT
001780* PARKED ITEMS, AS WHOLE CALCAPQ IMAGES IN ARRIVAL SEQUENCE.
001790*----------------------------------------------------------------
001800 77  WS-APQ-MAX                      PIC S9(7)   COMP VALUE 2000.
001810 77  WS-APQ-USED                     PIC S9(7)   COMP VALUE ZERO.
001820 77  WS-APQ-SUB                      PIC S9(7)   COMP VALUE ZERO.
001830 01  WS-APPROVAL-TABLE.
001840     05  WS-APQ-ENTRY                PIC X(136)
001850                                     OCCURS 2000 TIMES.
001851
001852*----------------------------------------------------------------
001853* PROCESSED FLAGS, ONE PER QUEUE-TABLE ENTRY.  AN ITEM RELEASED ON
001854* AN EARLIER DAY IS FLAGGED ONCE ITS RELEASE SERIAL IS FOUND ON
001855* THE PROCESSED-HISTORY MASTER.  ONLY HISTORY SERIALS BETWEEN THE
001856* LOWEST AND HIGHEST SUCH RELEASE SERIAL ARE LOOKED UP.
001857*----------------------------------------------------------------
001858 01  WS-APQ-DONE-TABLE.
001859     05  WS-APQ-DONE-FLAG            PIC X(01)
001860                                     OCCURS 2000 TIMES.
001861         88  WS-APQ-PROCESSED                       VALUE "Y".
001862 77  WS-IN-FLIGHT-LOW                PIC 9(09)      VALUE ZERO.
001863 77  WS-IN-FLIGHT-HIGH               PIC 9(09)      VALUE ZERO.
001864 77  WS-IN-FLIGHT-SUB                PIC S9(7)   COMP VALUE ZERO.
001865
001870*----------------------------------------------------------------
001880* WORKING COPIES OF THE QUEUE ITEM (SEE CALCAPQ) AND OF THE
001890* PARKED TRANSACTION IT CARRIES (SEE CALCREC).
001900*----------------------------------------------------------------
001910 01  WS-QUEUE-ITEM.
001920     COPY CALCAPQ.
001930
001940 01  WS-CALC-RECORD.
001950     COPY CALCREC.
001960
001970*----------------------------------------------------------------
001980* REPORT LINE LAYOUTS
001990*----------------------------------------------------------------
002000 01  WS-DETAIL-LINE.
002010     05  FILLER                      PIC X(02)      VALUE SPACES.
002020     05  WS-DTL-ACTION               PIC X(10).
002030     05  FILLER                      PIC X(02)      VALUE SPACES.
002040     05  WS-DTL-QUEUE-DATE           PIC 9999/99/99.
002050     05  FILLER                      PIC X(02)      VALUE SPACES.
002060     05  WS-DTL-AGE                  PIC ZZ,ZZ9.
002070     05  FILLER                      PIC X(02)      VALUE SPACES.
002080     05  WS-DTL-ENTERED-BY           PIC X(08).
002090     05  FILLER                      PIC X(02)      VALUE SPACES.
002100     05  WS-DTL-DECIDED-BY           PIC X(08).
002110     05  FILLER                      PIC X(02)      VALUE SPACES.
002120     05  WS-DTL-ACCOUNT              PIC X(10).
002130     05  FILLER                      PIC X(02)      VALUE SPACES.
002140     05  WS-DTL-OPERATION            PIC X(01).
002150     05  FILLER                      PIC X(02)      VALUE SPACES.
002160     05  WS-DTL-FIRST-NUMBER         PIC -9(9).99.
002170     05  FILLER                      PIC X(02)      VALUE SPACES.
002180     05  WS-DTL-SECOND-NUMBER        PIC -9(9).99.
002190     05  FILLER                      PIC X(02)      VALUE SPACES.
002200     05  WS-DTL-SERIAL               PIC 9(09).
002210     05  FILLER                      PIC X(02)      VALUE SPACES.
002220     05  WS-DTL-FLAG                 PIC X(07).
002230     05  FILLER                      PIC X(13)      VALUE SPACES.
002240
002250 01  WS-SUMMARY-LINE.
002260     05  FILLER                      PIC X(05)      VALUE SPACES.
002270     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002280     05  FILLER                      PIC X(05)      VALUE SPACES.
002290     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002300     05  FILLER                      PIC X(62)      VALUE SPACES.
002310
002320 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002330 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002340 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002350
002360 LINKAGE SECTION.
002370*----------------------------------------------------------------
002380* PARM AREA - POSITIONS 1-3 CARRY THE OVERDUE THRESHOLD IN DAYS,
002390* POSITIONS 4-12 THE BASE SERIAL FOR THE RELEASE BATCH.
002400*----------------------------------------------------------------
002410 01  WS-PARM-AREA.
002420     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
002430     05  WS-PARM-OVERDUE-DAYS        PIC X(03).
002440     05  WS-PARM-BASE-SERIAL         PIC X(09).
002450     05  FILLER                      PIC X(68).
002460
002470 PROCEDURE DIVISION USING WS-PARM-AREA.
002480******************************************************************
002490* 0000-MAINLINE
002500*   BUILD THE QUEUE, RELEASE THE APPROVED ITEMS IN ONE
002510*   CONTROLLED BATCH, PURGE WHAT IS FINISHED, AGE WHAT IS LEFT,
002520*   WRITE THE NEW QUEUE AND PRINT THE CONTROL TOTALS.
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
002570         VARYING WS-APQ-SUB FROM 1 BY 1
002580         UNTIL WS-APQ-SUB > WS-APQ-USED.
002590     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002600     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     GO TO 9999-EXIT.
002630
002640******************************************************************
002650* 1000-INITIALIZE
002660*   PARM, OPENS, QUEUE AND PARKED-ITEM LOADS, SERIAL HIGH-WATER
002670*   MARK, PROCESSED CHECK OF EARLIER RELEASES, BATCH HEADER.
002680******************************************************************
002690 1000-INITIALIZE.
002700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002710     IF WS-PARM-LENGTH >= 3 AND WS-PARM-OVERDUE-DAYS NUMERIC
002720         MOVE WS-PARM-OVERDUE-DAYS TO WS-OVERDUE-DAYS
002730     END-IF.
002740     IF WS-PARM-LENGTH >= 12 AND WS-PARM-BASE-SERIAL NUMERIC
002750         MOVE WS-PARM-BASE-SERIAL TO WS-NEXT-SERIAL
002760     ELSE
002770         COMPUTE WS-NEXT-SERIAL =
002780             800000000 + WS-RUN-MM * 1000000
002790             + WS-RUN-DD * 10000
002800     END-IF.
002810     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002820     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
002830     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
002840     PERFORM 1300-LOAD-PARKED THRU 1300-EXIT.
002850     PERFORM 1500-SERIAL-HIGH-WATER THRU 1500-EXIT
002860         VARYING WS-APQ-SUB FROM 1 BY 1
002870         UNTIL WS-APQ-SUB > WS-APQ-USED.
002875     PERFORM 1600-MARK-PROCESSED THRU 1600-EXIT.
002880     PERFORM 1400-WRITE-BATCH-HEADER THRU 1400-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920 1100-OPEN-FILES.
002930     OPEN OUTPUT QUEUE-OUT-FILE.
002940     IF WS-QUEUE-OUT-STATUS NOT = "00"
002950         DISPLAY "CALCAPRL - OPEN ERROR ON QUEUE-OUT-FILE - "
002960             "STATUS " WS-QUEUE-OUT-STATUS
002970         MOVE 16 TO WS-RETURN-CODE
002980         GO TO 9900-ABEND
002990     END-IF.
003000
003010     OPEN OUTPUT RELEASE-FILE.
003020     IF WS-RELEASE-STATUS NOT = "00"
003030         DISPLAY "CALCAPRL - OPEN ERROR ON RELEASE-FILE - "
003040             "STATUS " WS-RELEASE-STATUS
003050         MOVE 16 TO WS-RETURN-CODE
003060         GO TO 9900-ABEND
003070     END-IF.
003080
003090     OPEN OUTPUT REPORT-FILE.
003100     IF WS-REPORT-STATUS NOT = "00"
003110         DISPLAY "CALCAPRL - OPEN ERROR ON REPORT-FILE - STATUS "
003120             WS-REPORT-STATUS
003130         MOVE 16 TO WS-RETURN-CODE
003140         GO TO 9900-ABEND
003150     END-IF.
003160 1100-EXIT.
003170     EXIT.
003180
003190 1140-WRITE-REPORT-HEADER.
003200     MOVE SPACES TO WS-SUMMARY-LINE.
003210     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
003220     MOVE "CALCAPRL - APPROVAL RELEASE/AGING" TO WS-SUM-LABEL.
003230     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003240     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003250 1140-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290* 1200-LOAD-QUEUE / 1210-LOAD-ONE-QUEUE-ITEM
003300*   THE CURRENT QUEUE MASTER.  A MISSING MASTER MEANS NO QUEUE
003310*   HAS BEEN BUILT YET.
003320******************************************************************
003330 1200-LOAD-QUEUE.
003340     OPEN INPUT QUEUE-IN-FILE.
003350     IF WS-QUEUE-IN-STATUS = "35"
003360         GO TO 1200-EXIT
003370     END-IF.
003380     IF WS-QUEUE-IN-STATUS NOT = "00"
003390         DISPLAY "CALCAPRL - OPEN ERROR ON QUEUE-IN-FILE - "
003400             "STATUS " WS-QUEUE-IN-STATUS
003410         MOVE 16 TO WS-RETURN-CODE
003420         GO TO 9900-ABEND
003430     END-IF.
003440     MOVE "N" TO WS-EOF-SWITCH.
003450     PERFORM 1210-LOAD-ONE-QUEUE-ITEM THRU 1210-EXIT
003460         UNTIL END-OF-FILE.
003470     CLOSE QUEUE-IN-FILE.
003480 1200-EXIT.
003490     EXIT.
003500
003510 1210-LOAD-ONE-QUEUE-ITEM.
003520     READ QUEUE-IN-FILE INTO WS-QUEUE-ITEM
003530         AT END
003540             SET END-OF-FILE TO TRUE
003550             GO TO 1210-EXIT
003560     END-READ.
003570     ADD 1 TO WS-QUEUE-READ-COUNT.
003580     PERFORM 1350-ADD-TO-TABLE THRU 1350-EXIT.
003590 1210-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 1300-LOAD-PARKED / 1310-LOAD-ONE-PARKED
003640*   ANYTHING PARKED SINCE THE LAST CALCAPPR SESSION JOINS THE
003650*   QUEUE AS PENDING, SO IT IS AGED FROM TONIGHT.
003660******************************************************************
003670 1300-LOAD-PARKED.
003680     OPEN INPUT PARK-FILE.
003690     IF WS-PARK-STATUS = "35"
003700         GO TO 1300-EXIT
003710     END-IF.
003720     IF WS-PARK-STATUS NOT = "00"
003730         DISPLAY "CALCAPRL - OPEN ERROR ON PARK-FILE - STATUS "
003740             WS-PARK-STATUS
003750         MOVE 16 TO WS-RETURN-CODE
003760         GO TO 9900-ABEND
003770     END-IF.
003780     MOVE "N" TO WS-EOF-SWITCH.
003790     PERFORM 1310-LOAD-ONE-PARKED THRU 1310-EXIT
003800         UNTIL END-OF-FILE.
003810     CLOSE PARK-FILE.
003820 1300-EXIT.
003830     EXIT.
003840
003850 1310-LOAD-ONE-PARKED.
003860     READ PARK-FILE INTO WS-QUEUE-ITEM
003870         AT END
003880             SET END-OF-FILE TO TRUE
003890             GO TO 1310-EXIT
003900     END-READ.
003910     ADD 1 TO WS-PARK-READ-COUNT.
003920     MOVE "P" TO AQ-QUEUE-STATUS.
003930     PERFORM 1350-ADD-TO-TABLE THRU 1350-EXIT.
003940 1310-EXIT.
003950     EXIT.
003960
003970 1350-ADD-TO-TABLE.
003980     IF WS-APQ-USED >= WS-APQ-MAX
003990         DISPLAY "CALCAPRL - APPROVAL QUEUE TABLE FULL"
004000         MOVE 16 TO WS-RETURN-CODE
004010         GO TO 9900-ABEND
004020     END-IF.
004030     ADD 1 TO WS-APQ-USED.
004040     MOVE WS-QUEUE-ITEM TO WS-APQ-ENTRY (WS-APQ-USED).
004050 1350-EXIT.
004060     EXIT.
004070
004080 1400-WRITE-BATCH-HEADER.
004090     MOVE SPACES TO TX-TRANS-RECORD.
004100     MOVE "H" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
004110     MOVE WS-RUN-DATE TO CH-EXTRACT-DATE OF TX-TRANS-RECORD.
004120     MOVE "CALCAPRL" TO CH-SOURCE-SYSTEM OF TX-TRANS-RECORD.
004130     WRITE TX-TRANS-RECORD.
004140 1400-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 1500-SERIAL-HIGH-WATER
004190*   ON A SAME-DAY RERUN THE ITEMS ALREADY RELEASED TODAY KEEP
004200*   THEIR SERIALS; NEW RELEASES ARE NUMBERED ABOVE THE HIGHEST.
004210******************************************************************
004220 1500-SERIAL-HIGH-WATER.
004230     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO WS-QUEUE-ITEM.
004240     IF AQ-STATUS-RELEASED
004250        AND AQ-RELEASE-DATE = WS-RUN-DATE
004260        AND AQ-RELEASE-SERIAL > WS-NEXT-SERIAL
004270         MOVE AQ-RELEASE-SERIAL TO WS-NEXT-SERIAL
004280     END-IF.
004290 1500-EXIT.
004300     EXIT.
004310
004311******************************************************************
004312* 1600-MARK-PROCESSED / 1610-IN-FLIGHT-RANGE / 1620-READ-ONE-HIST
004313* / 1630-MATCH-ONE-ENTRY
004314*   AN ITEM RELEASED ON AN EARLIER DAY IS FINISHED ONLY WHEN
004315*   CALCULATE HAS PROCESSED ITS SERIAL.  ONE PASS OF THE
004316*   PROCESSED-HISTORY MASTER FLAGS EVERY SUCH ITEM WHOSE SERIAL
004317*   IS ON IT; THE REST STAY ON THE QUEUE.  A MISSING MASTER
004318*   MEANS NOTHING HAS BEEN PROCESSED YET.
004319******************************************************************
004320 1600-MARK-PROCESSED.
004321     MOVE ALL "N" TO WS-APQ-DONE-TABLE.
004322     PERFORM 1610-IN-FLIGHT-RANGE THRU 1610-EXIT
004323         VARYING WS-APQ-SUB FROM 1 BY 1
004324         UNTIL WS-APQ-SUB > WS-APQ-USED.
004325     IF WS-IN-FLIGHT-HIGH = ZERO
004326         GO TO 1600-EXIT
004327     END-IF.
004328     OPEN INPUT HIST-FILE.
004329     IF WS-HIST-STATUS = "35"
004330         GO TO 1600-EXIT
004331     END-IF.
004332     IF WS-HIST-STATUS NOT = "00"
004333         DISPLAY "CALCAPRL - OPEN ERROR ON HIST-FILE - STATUS "
004334             WS-HIST-STATUS
004335         MOVE 16 TO WS-RETURN-CODE
004336         GO TO 9900-ABEND
004337     END-IF.
004338     MOVE "N" TO WS-EOF-SWITCH.
004339     PERFORM 1620-READ-ONE-HIST THRU 1620-EXIT
004340         UNTIL END-OF-FILE.
004341     CLOSE HIST-FILE.
004342 1600-EXIT.
004343     EXIT.
004344
004345 1610-IN-FLIGHT-RANGE.
004346     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO WS-QUEUE-ITEM.
004347     IF NOT AQ-STATUS-RELEASED
004348        OR AQ-RELEASE-DATE = WS-RUN-DATE
004349        OR AQ-RELEASE-SERIAL NOT NUMERIC
004350         GO TO 1610-EXIT
004351     END-IF.
004352     IF WS-IN-FLIGHT-LOW = ZERO
004353        OR AQ-RELEASE-SERIAL < WS-IN-FLIGHT-LOW
004354         MOVE AQ-RELEASE-SERIAL TO WS-IN-FLIGHT-LOW
004355     END-IF.
004356     IF AQ-RELEASE-SERIAL > WS-IN-FLIGHT-HIGH
004357         MOVE AQ-RELEASE-SERIAL TO WS-IN-FLIGHT-HIGH
004358     END-IF.
004359 1610-EXIT.
004360     EXIT.
004361
004362 1620-READ-ONE-HIST.
004363     READ HIST-FILE
004364         AT END
004365             SET END-OF-FILE TO TRUE
004366             GO TO 1620-EXIT
004367     END-READ.
004368     IF HS-SERIAL-NUMBER NOT NUMERIC
004369         GO TO 1620-EXIT
004370     END-IF.
004371     IF HS-SERIAL-NUMBER < WS-IN-FLIGHT-LOW
004372        OR HS-SERIAL-NUMBER > WS-IN-FLIGHT-HIGH
004373         GO TO 1620-EXIT
004374     END-IF.
004375     PERFORM 1630-MATCH-ONE-ENTRY THRU 1630-EXIT
004376         VARYING WS-IN-FLIGHT-SUB FROM 1 BY 1
004377         UNTIL WS-IN-FLIGHT-SUB > WS-APQ-USED.
004378 1620-EXIT.
004379     EXIT.
004380
004381 1630-MATCH-ONE-ENTRY.
004382     MOVE WS-APQ-ENTRY (WS-IN-FLIGHT-SUB) TO WS-QUEUE-ITEM.
004383     IF AQ-STATUS-RELEASED
004384        AND AQ-RELEASE-DATE NOT = WS-RUN-DATE
004385        AND AQ-RELEASE-SERIAL = HS-SERIAL-NUMBER
004386         SET WS-APQ-PROCESSED (WS-IN-FLIGHT-SUB) TO TRUE
004387     END-IF.
004388 1630-EXIT.
004389     EXIT.
004390
004391******************************************************************
004392* 2000-PROCESS-ONE-ITEM
004393*   ONE QUEUE ENTRY BY STATUS:
004394*     A - APPROVED: SERIAL IT, RELEASE IT, MARK IT RELEASED.
004395*     R - RELEASED TODAY: REISSUE UNDER THE SAME SERIAL (RERUN).
004396*         RELEASED EARLIER AND PROCESSED: FINISHED - PURGE IT.
004397*         RELEASED EARLIER, NOT YET PROCESSED (WAREHOUSED OR IN
004398*         SUSPENSE): KEEP IT, AGED FROM ITS RELEASE DATE.
004399*     D - DECLINED: PURGE IT.
004400*     P - PENDING: AGE IT AND KEEP IT.
004401*   WHATEVER IS KEPT GOES TO THE NEW QUEUE GENERATION.
004410******************************************************************
004420 2000-PROCESS-ONE-ITEM.
004430     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO WS-QUEUE-ITEM.
004440     MOVE AQ-TRANS-DATA TO WS-CALC-RECORD.
004450     MOVE ZERO TO WS-DAYS-WAITING.
004460     MOVE SPACES TO WS-DTL-FLAG.
004470     EVALUATE TRUE
004480         WHEN AQ-STATUS-APPROVED
004490             ADD 1 TO WS-NEXT-SERIAL
004500             MOVE WS-NEXT-SERIAL TO AQ-RELEASE-SERIAL
004510             MOVE WS-RUN-DATE TO AQ-RELEASE-DATE
004520             MOVE "R" TO AQ-QUEUE-STATUS
004530             PERFORM 2300-WRITE-RELEASE THRU 2300-EXIT
004540             ADD 1 TO WS-RELEASED-COUNT
004550             MOVE "RELEASED" TO WS-DTL-ACTION
004560             PERFORM 2400-WRITE-QUEUE-ITEM THRU 2400-EXIT
004570         WHEN AQ-STATUS-RELEASED
004580          AND AQ-RELEASE-DATE = WS-RUN-DATE
004590             PERFORM 2300-WRITE-RELEASE THRU 2300-EXIT
004600             ADD 1 TO WS-REISSUED-COUNT
004610             MOVE "REISSUED" TO WS-DTL-ACTION
004620             PERFORM 2400-WRITE-QUEUE-ITEM THRU 2400-EXIT
004630         WHEN AQ-STATUS-RELEASED
004635          AND WS-APQ-PROCESSED (WS-APQ-SUB)
004640             ADD 1 TO WS-PURGED-COUNT
004650             MOVE "PURGED" TO WS-DTL-ACTION
004651         WHEN AQ-STATUS-RELEASED
004652             ADD 1 TO WS-IN-FLIGHT-COUNT
004653             MOVE AQ-RELEASE-DATE TO WS-DATE-FROM
004654             MOVE WS-RUN-DATE TO WS-DATE-TO
004655             PERFORM 6100-APPROX-DAYS THRU 6100-EXIT
004656             MOVE "IN FLIGHT" TO WS-DTL-ACTION
004657             PERFORM 2400-WRITE-QUEUE-ITEM THRU 2400-EXIT
004660         WHEN AQ-STATUS-DECLINED
004670             ADD 1 TO WS-DECLINED-COUNT
004680             MOVE "DECLINED" TO WS-DTL-ACTION
004690         WHEN OTHER
004700             MOVE "P" TO AQ-QUEUE-STATUS
004710             PERFORM 2200-AGE-PENDING THRU 2200-EXIT
004720             MOVE "PENDING" TO WS-DTL-ACTION
004730             PERFORM 2400-WRITE-QUEUE-ITEM THRU 2400-EXIT
004740     END-EVALUATE.
004750     PERFORM 2500-WRITE-REPORT-LINE THRU 2500-EXIT.
004760 2000-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 2200-AGE-PENDING
004810*   DAYS SINCE THE ITEM WAS PARKED; PAST THE PARM THRESHOLD IT
004820*   IS FLAGGED OVERDUE AND THE RUN ENDS WITH A WARNING.
004830******************************************************************
004840 2200-AGE-PENDING.
004850     ADD 1 TO WS-PENDING-COUNT.
004860     MOVE AQ-QUEUE-DATE TO WS-DATE-FROM.
004870     MOVE WS-RUN-DATE TO WS-DATE-TO.
004880     PERFORM 6100-APPROX-DAYS THRU 6100-EXIT.
004890     IF WS-DAYS-WAITING > WS-OLDEST-DAYS
004900         MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
004910     END-IF.
004920     IF WS-DAYS-WAITING > WS-OVERDUE-DAYS
004930         ADD 1 TO WS-OVERDUE-COUNT
004940         MOVE "OVERDUE" TO WS-DTL-FLAG
004950     END-IF.
004960 2200-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 2300-WRITE-RELEASE
005010*   THE PARKED TRANSACTION GOES OUT AS AN ORDINARY UNPOSTED
005020*   DETAIL UNDER ITS RELEASE SERIAL; THE RESULT IS LEFT ZERO FOR
005030*   CALCULATE TO RECOMPUTE.  THE EFFECTIVE DATE IS KEPT, SO A
005040*   FUTURE-DATED ITEM STILL WAREHOUSES UNTIL IT MATURES.
005050******************************************************************
005060 2300-WRITE-RELEASE.
005070     MOVE WS-CALC-RECORD TO TX-TRANS-RECORD.
005080     MOVE "D" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
005090     MOVE ZERO TO CR-RESULT OF TX-TRANS-RECORD.
005100     MOVE "U" TO CR-POSTED-FLAG OF TX-TRANS-RECORD.
005110     MOVE AQ-RELEASE-SERIAL
005120         TO CR-SERIAL-NUMBER OF TX-TRANS-RECORD.
005130     MOVE ZERO TO CR-ORIGINAL-SERIAL OF TX-TRANS-RECORD.
005140     IF CR-EFFECTIVE-DATE OF TX-TRANS-RECORD NOT NUMERIC
005150         MOVE ZERO TO CR-EFFECTIVE-DATE OF TX-TRANS-RECORD
005160     END-IF.
005170     WRITE TX-TRANS-RECORD.
005180     ADD 1 TO WS-DETAIL-COUNT.
005190     ADD CR-FIRST-NUMBER OF TX-TRANS-RECORD TO WS-HASH-TOTAL.
005200     ADD CR-SECOND-NUMBER OF TX-TRANS-RECORD TO WS-HASH-TOTAL.
005210 2300-EXIT.
005220     EXIT.
005230
005240 2400-WRITE-QUEUE-ITEM.
005250     WRITE QO-QUEUE-RECORD FROM WS-QUEUE-ITEM.
005260     ADD 1 TO WS-QUEUE-OUT-COUNT.
005270 2400-EXIT.
005280     EXIT.
005290
005300 2500-WRITE-REPORT-LINE.
005310     MOVE AQ-QUEUE-DATE TO WS-DTL-QUEUE-DATE.
005320     MOVE WS-DAYS-WAITING TO WS-DTL-AGE.
005330     MOVE AQ-ENTERED-BY TO WS-DTL-ENTERED-BY.
005340     MOVE AQ-DECIDED-BY TO WS-DTL-DECIDED-BY.
005350     MOVE CR-ACCOUNT-NUMBER OF WS-CALC-RECORD TO WS-DTL-ACCOUNT.
005360     MOVE CR-OPERATION-CODE OF WS-CALC-RECORD
005370         TO WS-DTL-OPERATION.
005380     MOVE CR-FIRST-NUMBER OF WS-CALC-RECORD
005390         TO WS-DTL-FIRST-NUMBER.
005400     MOVE CR-SECOND-NUMBER OF WS-CALC-RECORD
005410         TO WS-DTL-SECOND-NUMBER.
005420     IF AQ-RELEASE-SERIAL NUMERIC
005430         MOVE AQ-RELEASE-SERIAL TO WS-DTL-SERIAL
005440     ELSE
005450         MOVE ZERO TO WS-DTL-SERIAL
005460     END-IF.
005470     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005480         AFTER ADVANCING 1 LINE.
005490 2500-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 6100-APPROX-DAYS
005540*   DAYS BETWEEN WS-DATE-FROM AND WS-DATE-TO ON THE 360-DAY
005550*   COMMERCIAL CALENDAR, AS CALCSAGE AGES ITS SUSPENSE ITEMS,
005560*   AND NEVER NEGATIVE.
005570******************************************************************
005580 6100-APPROX-DAYS.
005590     COMPUTE WS-DAYS-WAITING =
005600         (WS-DT-YYYY - WS-DF-YYYY) * 360
005610         + (WS-DT-MM - WS-DF-MM) * 30
005620         + (WS-DT-DD - WS-DF-DD).
005630     IF WS-DAYS-WAITING < ZERO
005640         MOVE ZERO TO WS-DAYS-WAITING
005650     END-IF.
005660 6100-EXIT.
005670     EXIT.
005680
005690 7000-WRITE-TRAILER.
005700     MOVE SPACES TO TX-TRANS-RECORD.
005710     MOVE "T" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
005720     MOVE WS-DETAIL-COUNT
005730         TO CT-RECORD-COUNT OF TX-TRANS-RECORD.
005740     MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL OF TX-TRANS-RECORD.
005750     WRITE TX-TRANS-RECORD.
005760 7000-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 8000-PRINT-SUMMARY
005810*   END-OF-RUN CONTROL TOTALS.  ANY OVERDUE PENDING ITEM ENDS
005820*   THE RUN WITH RETURN CODE 4.
005830******************************************************************
005840 8000-PRINT-SUMMARY.
005850     MOVE SPACES TO WS-SUMMARY-LINE.
005860     MOVE "CALCAPRL - CONTROL TOTALS" TO WS-SUM-LABEL.
005870     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005880         AFTER ADVANCING 2 LINES.
005890
005900     MOVE SPACES TO WS-SUMMARY-LINE.
005910     MOVE "QUEUE ITEMS READ" TO WS-SUM-LABEL.
005920     MOVE WS-QUEUE-READ-COUNT TO WS-SUM-COUNT-ED.
005930     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005940     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005950         AFTER ADVANCING 1 LINE.
005960
005970     MOVE SPACES TO WS-SUMMARY-LINE.
005980     MOVE "PARKED ITEMS SWEPT" TO WS-SUM-LABEL.
005990     MOVE WS-PARK-READ-COUNT TO WS-SUM-COUNT-ED.
006000     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006010     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006020         AFTER ADVANCING 1 LINE.
006030
006040     MOVE SPACES TO WS-SUMMARY-LINE.
006050     MOVE "ITEMS RELEASED" TO WS-SUM-LABEL.
006060     MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT-ED.
006070     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006080     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006090         AFTER ADVANCING 1 LINE.
006100
006110     MOVE SPACES TO WS-SUMMARY-LINE.
006120     MOVE "ITEMS REISSUED ON RERUN" TO WS-SUM-LABEL.
006130     MOVE WS-REISSUED-COUNT TO WS-SUM-COUNT-ED.
006140     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006150     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006160         AFTER ADVANCING 1 LINE.
006170
006180     MOVE SPACES TO WS-SUMMARY-LINE.
006190     MOVE "RELEASE BATCH DETAILS" TO WS-SUM-LABEL.
006200     MOVE WS-DETAIL-COUNT TO WS-SUM-COUNT-ED.
006210     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006220     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006230         AFTER ADVANCING 1 LINE.
006240
006250     MOVE SPACES TO WS-SUMMARY-LINE.
006260     MOVE "RELEASE BATCH HASH TOTAL" TO WS-SUM-LABEL.
006270     MOVE WS-HASH-TOTAL TO WS-SUM-AMOUNT-ED.
006280     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006290     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006300         AFTER ADVANCING 1 LINE.
006310
006320     MOVE SPACES TO WS-SUMMARY-LINE.
006330     MOVE "DECLINED ITEMS PURGED" TO WS-SUM-LABEL.
006340     MOVE WS-DECLINED-COUNT TO WS-SUM-COUNT-ED.
006350     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006360     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006370         AFTER ADVANCING 1 LINE.
006380
006390     MOVE SPACES TO WS-SUMMARY-LINE.
006400     MOVE "RELEASED ITEMS PURGED" TO WS-SUM-LABEL.
006410     MOVE WS-PURGED-COUNT TO WS-SUM-COUNT-ED.
006420     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006430     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006440         AFTER ADVANCING 1 LINE.
006441
006442     MOVE SPACES TO WS-SUMMARY-LINE.
006443     MOVE "RELEASED, NOT YET PROCESSED" TO WS-SUM-LABEL.
006444     MOVE WS-IN-FLIGHT-COUNT TO WS-SUM-COUNT-ED.
006445     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006446     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006447         AFTER ADVANCING 1 LINE.
006450
006460     MOVE SPACES TO WS-SUMMARY-LINE.
006470     MOVE "ITEMS AWAITING APPROVAL" TO WS-SUM-LABEL.
006480     MOVE WS-PENDING-COUNT TO WS-SUM-COUNT-ED.
006490     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006500     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006510         AFTER ADVANCING 1 LINE.
006520
006530     MOVE SPACES TO WS-SUMMARY-LINE.
006540     MOVE "ITEMS OVERDUE FOR DECISION" TO WS-SUM-LABEL.
006550     MOVE WS-OVERDUE-COUNT TO WS-SUM-COUNT-ED.
006560     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006570     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006580         AFTER ADVANCING 1 LINE.
006590
006600     MOVE SPACES TO WS-SUMMARY-LINE.
006610     MOVE "OLDEST PENDING ITEM (DAYS)" TO WS-SUM-LABEL.
006620     MOVE WS-OLDEST-DAYS TO WS-SUM-COUNT-ED.
006630     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006640     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006650         AFTER ADVANCING 1 LINE.
006660
006670     MOVE SPACES TO WS-SUMMARY-LINE.
006680     MOVE "QUEUE ITEMS WRITTEN" TO WS-SUM-LABEL.
006690     MOVE WS-QUEUE-OUT-COUNT TO WS-SUM-COUNT-ED.
006700     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006710     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006720         AFTER ADVANCING 1 LINE.
006730
006740     IF WS-OVERDUE-COUNT > ZERO
006750         MOVE 4 TO WS-RETURN-CODE
006760     END-IF.
006770 8000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
006820*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
006830*   THE PARKING FILE IS EMPTIED ONLY ONCE THE NEW QUEUE IS
006840*   CLOSED - ITS ITEMS NOW LIVE ON THE QUEUE GENERATION.
006850******************************************************************
006860 9000-TERMINATE.
006870     CLOSE QUEUE-OUT-FILE.
006880     CLOSE RELEASE-FILE.
006890     CLOSE REPORT-FILE.
006900     IF WS-PARK-READ-COUNT > ZERO
006910         OPEN OUTPUT PARK-FILE
006920         IF WS-PARK-STATUS NOT = "00"
006930             DISPLAY "CALCAPRL - UNABLE TO EMPTY PARK-FILE - "
006940                 "STATUS " WS-PARK-STATUS
006950             MOVE 16 TO WS-RETURN-CODE
006960             GO TO 9900-ABEND
006970         END-IF
006980         CLOSE PARK-FILE
006990     END-IF.
007000     DISPLAY "CALCAPRL - RUN COMPLETE - RETURN CODE "
007010         WS-RETURN-CODE.
007020 9000-EXIT.
007030     EXIT.
007040
007050 9900-ABEND.
007060     DISPLAY "CALCAPRL - ABNORMAL TERMINATION - RETURN CODE "
007070         WS-RETURN-CODE.
007080     STOP RUN RETURNING WS-RETURN-CODE.
007090
007100 9999-EXIT.
007110     STOP RUN RETURNING WS-RETURN-CODE.
007120 END PROGRAM CALCAPRL.
