000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: DAILY SETTLEMENT REPORT BY SOURCE SYSTEM.  TELLS EACH
000070*          UPSTREAM OWNER EXACTLY WHAT HAPPENED TO THEIR FILE:
000080*          BATCHES RECEIVED, ACCEPTED AND REJECTED (WITH THE
000090*          REASON), DETAILS RECEIVED, AND OF THE ACCEPTED
000100*          DETAILS HOW MANY WERE PROCESSED, SUSPENDED OR
000110*          WAREHOUSED FOR A LATER EFFECTIVE DATE, WITH THEIR
000120*          CONTROL AMOUNTS.  THE SPLIT'S SOURCE-ACTIVITY FILE
000130*          NAMES EVERY BATCH AND THE SERIAL OF EVERY DETAIL IT
000140*          ROUTED; EACH SERIAL IS THEN CLAIMED BY THE STREAM
000150*          OUTPUT IT TURNED UP ON - SUSPENSE, POSTING EXTRACT,
000160*          PENDING WAREHOUSE.  A SERIAL NO OUTPUT CLAIMS IS
000170*          LISTED AND LEAVES ITS SOURCE NOT SETTLED.  STREAM
000180*          OUTPUT FOR A SERIAL NOT ROUTED TODAY (YESTERDAY'S
000190*          WAREHOUSE RELEASED OR STILL PENDING) IS COUNTED AS
000200*          EARLIER DAYS' ITEMS.  EVERY REGISTERED SOURCE IS
000210*          REPORTED, SO A FILE THAT NEVER ARRIVED SHOWS TOO.
000220*          RETURN CODE 0  - EVERY SOURCE SETTLED, NO REJECTIONS.
000230*                      4  - SETTLED, BUT A BATCH WAS REJECTED -
000240*                           TELL THE OWNER, WHO RE-SENDS IT.
000250*                      8  - A DETAIL IS NOT ACCOUNTED FOR.
000260*                      16 - FILE ERROR.
000270* Tectonics: cobc
000280******************************************************************
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 AJL   INITIAL VERSION.
000313*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000316*                    FIELDS (57 TO 73, SUSPENSE 66 TO 82).
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CALCSETL.
000350 AUTHOR. AARON LEE.
000360 INSTALLATION. I-AM-BORED DATA CENTER.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*----------------------------------------------------------------
000470* SOURCE-REG-FILE - THE SOURCE-SYSTEM REGISTRY (SRCREGJ).
000480* ACTIVITY-FILE   - THE SPLIT'S SOURCE-ACTIVITY FILE: ONE
000490*                   RECORD PER INPUT BATCH AND ONE PER ROUTED
000500*                   DETAIL SERIAL.
000510* SUSP-FILE       - THE DAY'S STREAM SUSPENSE FILES,
000520*                   CONCATENATED.
000530* POST-FILE       - THE DAY'S STREAM POSTING EXTRACTS,
000540*                   CONCATENATED - ONE RECORD PER PROCESSED
000550*                   TRANSACTION.
000560* PEND-FILE       - THE DAY'S STREAM PENDING WAREHOUSES,
000570*                   CONCATENATED.
000580* REPORT-FILE     - THE SETTLEMENT REPORT.
000590*----------------------------------------------------------------
000600     SELECT SOURCE-REG-FILE ASSIGN TO SRCREG
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-SRCREG-STATUS.
000640
000650     SELECT ACTIVITY-FILE ASSIGN TO SRCACT
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-ACTIVITY-STATUS.
000690
000700     SELECT SUSP-FILE ASSIGN TO SUSPIN
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-SUSP-STATUS.
000740
000750     SELECT POST-FILE ASSIGN TO POSTIN
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-POST-STATUS.
000790
000800     SELECT PEND-FILE ASSIGN TO PENDIN
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-PEND-STATUS.
000840
000850     SELECT REPORT-FILE ASSIGN TO SETLRPT
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-REPORT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*----------------------------------------------------------------
000930* SOURCE-REG-FILE RECORD - SHARED LAYOUT, SEE CALCSRC COPYBOOK.
000940*----------------------------------------------------------------
000950 FD  SOURCE-REG-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  SR-SOURCE-RECORD.
000990     COPY CALCSRC.
001000
001010*----------------------------------------------------------------
001020* ACTIVITY-FILE RECORD - SHARED LAYOUT, SEE CALCSAC COPYBOOK.
001030*----------------------------------------------------------------
001040 FD  ACTIVITY-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  SA-ACTIVITY-RECORD.
001080     COPY CALCSAC.
001090
001100*----------------------------------------------------------------
001110* SUSP-FILE RECORD - SHARED LAYOUT, SEE CALCSUS COPYBOOK.  THE
001120* SUSPENDED TRANSACTION ITSELF IS WORKED IN WS-SUSP-TRANS.
001130*----------------------------------------------------------------
001140 FD  SUSP-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 82 CHARACTERS.
001170 01  SU-SUSPENSE-RECORD.
001180     COPY CALCSUS.
001190
001200*----------------------------------------------------------------
001210* POST-FILE / PEND-FILE RECORDS - SHARED LAYOUT, SEE CALCREC.
001220*----------------------------------------------------------------
001230 FD  POST-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 73 CHARACTERS.
001260 01  PO-POST-RECORD.
001270     COPY CALCREC.
001280
001290 FD  PEND-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 73 CHARACTERS.
001320 01  PE-PENDING-RECORD.
001330     COPY CALCREC.
001340
001350*----------------------------------------------------------------
001360* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001370*----------------------------------------------------------------
001380 FD  REPORT-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 132 CHARACTERS.
001410 01  RP-REPORT-LINE                  PIC X(132).
001420
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------
001450* FILE STATUS SWITCHES
001460*----------------------------------------------------------------
001470 77  WS-SRCREG-STATUS                PIC X(02)      VALUE "00".
001480 77  WS-ACTIVITY-STATUS              PIC X(02)      VALUE "00".
001490 77  WS-SUSP-STATUS                  PIC X(02)      VALUE "00".
001500 77  WS-POST-STATUS                  PIC X(02)      VALUE "00".
001510 77  WS-PEND-STATUS                  PIC X(02)      VALUE "00".
001520 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001530
001540*----------------------------------------------------------------
001550* CONTROL SWITCHES AND COUNTERS
001560*----------------------------------------------------------------
001570 77  WS-EOF-SWITCH                   PIC X(01)      VALUE "N".
001580     88  END-OF-FILE                                VALUE "Y".
001590 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001600
001610 77  WS-ACT-READ-COUNT               PIC S9(9)   COMP VALUE ZERO.
001620 77  WS-SUSP-READ-COUNT              PIC S9(9)   COMP VALUE ZERO.
001630 77  WS-POST-READ-COUNT              PIC S9(9)   COMP VALUE ZERO.
001640 77  WS-PEND-READ-COUNT              PIC S9(9)   COMP VALUE ZERO.
001650 77  WS-NO-SERIAL-COUNT              PIC S9(9)   COMP VALUE ZERO.
001660 77  WS-SUSP-NO-SERIAL-COUNT         PIC S9(9)   COMP VALUE ZERO.
001670 77  WS-SUSP-UNKNOWN-TYPE-COUNT      PIC S9(9)   COMP VALUE ZERO.
001680 77  WS-UNACCOUNTED-LISTED           PIC S9(9)   COMP VALUE ZERO.
001690 77  WS-SOURCES-NOT-SETTLED          PIC S9(4)   COMP VALUE ZERO.
001700
001710*    STREAM OUTPUT FOR SERIALS THE SPLIT DID NOT ROUTE TODAY -
001720*    YESTERDAY'S WAREHOUSE, RELEASED OR STILL PENDING.
001730 77  WS-EARLY-PROCESSED-COUNT        PIC S9(9)   COMP VALUE ZERO.
001740 77  WS-EARLY-PROCESSED-AMOUNT       PIC S9(13)V99 COMP-3
001750                                                     VALUE ZERO.
001760 77  WS-EARLY-SUSPENDED-COUNT        PIC S9(9)   COMP VALUE ZERO.
001770 77  WS-EARLY-SUSPENDED-AMOUNT       PIC S9(13)V99 COMP-3
001780                                                     VALUE ZERO.
001790 77  WS-EARLY-PENDING-COUNT          PIC S9(9)   COMP VALUE ZERO.
001800 77  WS-EARLY-PENDING-AMOUNT         PIC S9(13)V99 COMP-3
001810                                                     VALUE ZERO.
001820
001830*    THE STREAM OUTPUT RECORD BEING CLAIMED: ITS SERIAL, ITS
001840*    CONTROL AMOUNT, AND WHICH OUTCOME IT IS (P / S / W).
001850 77  WS-WORK-SERIAL                  PIC 9(09)      VALUE ZERO.
001860 77  WS-WORK-AMOUNT                  PIC S9(13)V99 COMP-3
001870                                                     VALUE ZERO.
001880 77  WS-WORK-OUTCOME                 PIC X(01)      VALUE SPACE.
001890     88  OUTCOME-PROCESSED                           VALUE "P".
001900     88  OUTCOME-SUSPENDED                           VALUE "S".
001910     88  OUTCOME-WAREHOUSED                          VALUE "W".
001920*    A DUPLICATE-SERIAL SUSPENSION IS THE LATER COPY - IT
001930*    CLAIMS THE NEWEST UNCLAIMED ENTRY, EVERYTHING ELSE THE
001940*    OLDEST.
001950 77  WS-CLAIM-NEWEST-SWITCH          PIC X(01)      VALUE "N".
001960     88  CLAIM-NEWEST                                VALUE "Y".
001970
001980 01  WS-RUN-DATE-FIELDS.
001990     05  WS-RUN-DATE                 PIC 9(08).
002000     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002010         10  WS-RUN-YYYY              PIC 9(04).
002020         10  WS-RUN-MM                PIC 9(02).
002030         10  WS-RUN-DD                PIC 9(02).
002040
002050*----------------------------------------------------------------
002060* THE SUSPENDED TRANSACTION, LIFTED OUT OF SU-TRANS-DATA.
002070*----------------------------------------------------------------
002080 01  WS-SUSP-TRANS.
002090     COPY CALCREC.
002100
002110*----------------------------------------------------------------
002120* SOURCE TABLE - EVERY REGISTERED SOURCE, IN REGISTRY ORDER,
002130* THEN ANY CODE THE ACTIVITY FILE NAMES THAT IS NOT ON THE
002140* REGISTRY (ITS BATCHES WERE REJECTED AS UNKNOWN).  THE
002150* FIGURES GROUP IS LAID OUT EXACTLY AS WS-PRT-FIGURES AND
002160* WS-TOT-FIGURES SO ONE PRINT ROUTINE SERVES BOTH.
002170*----------------------------------------------------------------
002180 77  WS-SRC-MAX                      PIC S9(4)   COMP VALUE 200.
002190 77  WS-SRC-USED                     PIC S9(4)   COMP VALUE ZERO.
002200 77  WS-SRC-SUB                      PIC S9(4)   COMP VALUE ZERO.
002210 77  WS-SRC-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
002220 77  WS-SRC-WORK-CODE                PIC X(08)      VALUE SPACES.
002230 01  WS-SOURCE-TABLE.
002240     05  WS-SRC-ENTRY OCCURS 200 TIMES.
002250         10  WS-SRC-CODE             PIC X(08).
002260         10  WS-SRC-DESCRIPTION      PIC X(30).
002270*            A = ACTIVE, I = INACTIVE, N = NOT ON THE REGISTRY.
002280         10  WS-SRC-REG-STATUS       PIC X(01).
002290         10  WS-SRC-FIGURES.
002300             15  WS-SRC-BATCHES-RECEIVED PIC S9(7)   COMP.
002310             15  WS-SRC-BATCHES-REJECTED PIC S9(7)   COMP.
002320             15  WS-SRC-DETAILS-RECEIVED PIC S9(9)   COMP.
002330             15  WS-SRC-DETAILS-REJECTED PIC S9(9)   COMP.
002340             15  WS-SRC-DETAILS-PROCESSED
002350                                     PIC S9(9)   COMP.
002360             15  WS-SRC-DETAILS-SUSPENDED
002370                                     PIC S9(9)   COMP.
002380             15  WS-SRC-DETAILS-WAREHOUSED
002390                                     PIC S9(9)   COMP.
002400             15  WS-SRC-AMOUNT-RECEIVED  PIC S9(13)V99 COMP-3.
002410             15  WS-SRC-AMOUNT-REJECTED  PIC S9(13)V99 COMP-3.
002420             15  WS-SRC-AMOUNT-PROCESSED PIC S9(13)V99 COMP-3.
002430             15  WS-SRC-AMOUNT-SUSPENDED PIC S9(13)V99 COMP-3.
002440             15  WS-SRC-AMOUNT-WAREHOUSED
002450                                     PIC S9(13)V99 COMP-3.
002460
002470 01  WS-PRT-FIGURES.
002480     05  WS-PRT-BATCHES-RECEIVED     PIC S9(7)   COMP.
002490     05  WS-PRT-BATCHES-REJECTED     PIC S9(7)   COMP.
002500     05  WS-PRT-DETAILS-RECEIVED     PIC S9(9)   COMP.
002510     05  WS-PRT-DETAILS-REJECTED     PIC S9(9)   COMP.
002520     05  WS-PRT-DETAILS-PROCESSED    PIC S9(9)   COMP.
002530     05  WS-PRT-DETAILS-SUSPENDED    PIC S9(9)   COMP.
002540     05  WS-PRT-DETAILS-WAREHOUSED   PIC S9(9)   COMP.
002550     05  WS-PRT-AMOUNT-RECEIVED      PIC S9(13)V99 COMP-3.
002560     05  WS-PRT-AMOUNT-REJECTED      PIC S9(13)V99 COMP-3.
002570     05  WS-PRT-AMOUNT-PROCESSED     PIC S9(13)V99 COMP-3.
002580     05  WS-PRT-AMOUNT-SUSPENDED     PIC S9(13)V99 COMP-3.
002590     05  WS-PRT-AMOUNT-WAREHOUSED    PIC S9(13)V99 COMP-3.
002600
002610 01  WS-TOT-FIGURES.
002620     05  WS-TOT-BATCHES-RECEIVED     PIC S9(7)   COMP VALUE ZERO.
002630     05  WS-TOT-BATCHES-REJECTED     PIC S9(7)   COMP VALUE ZERO.
002640     05  WS-TOT-DETAILS-RECEIVED     PIC S9(9)   COMP VALUE ZERO.
002650     05  WS-TOT-DETAILS-REJECTED     PIC S9(9)   COMP VALUE ZERO.
002660     05  WS-TOT-DETAILS-PROCESSED    PIC S9(9)   COMP VALUE ZERO.
002670     05  WS-TOT-DETAILS-SUSPENDED    PIC S9(9)   COMP VALUE ZERO.
002680     05  WS-TOT-DETAILS-WAREHOUSED   PIC S9(9)   COMP VALUE ZERO.
002690     05  WS-TOT-AMOUNT-RECEIVED      PIC S9(13)V99 COMP-3
002700                                                     VALUE ZERO.
002710     05  WS-TOT-AMOUNT-REJECTED      PIC S9(13)V99 COMP-3
002720                                                     VALUE ZERO.
002730     05  WS-TOT-AMOUNT-PROCESSED     PIC S9(13)V99 COMP-3
002740                                                     VALUE ZERO.
002750     05  WS-TOT-AMOUNT-SUSPENDED     PIC S9(13)V99 COMP-3
002760                                                     VALUE ZERO.
002770     05  WS-TOT-AMOUNT-WAREHOUSED    PIC S9(13)V99 COMP-3
002780                                                     VALUE ZERO.
002790
002800*    DERIVED FOR THE BLOCK BEING PRINTED.  UNACCOUNTED =
002810*    ACCEPTED - PROCESSED - SUSPENDED - WAREHOUSED.
002820 77  WS-PRT-BATCHES-ACCEPTED         PIC S9(7)   COMP VALUE ZERO.
002830 77  WS-PRT-DETAILS-ACCEPTED         PIC S9(9)   COMP VALUE ZERO.
002840 77  WS-PRT-AMOUNT-ACCEPTED          PIC S9(13)V99 COMP-3
002850                                                     VALUE ZERO.
002860 77  WS-PRT-DETAILS-UNACCOUNTED      PIC S9(9)   COMP VALUE ZERO.
002870 77  WS-PRT-AMOUNT-UNACCOUNTED       PIC S9(13)V99 COMP-3
002880                                                     VALUE ZERO.
002890
002900*----------------------------------------------------------------
002910* REJECTED BATCHES, IN ACTIVITY-FILE ORDER, FOR THE LISTING
002920* UNDER EACH SOURCE.
002930*----------------------------------------------------------------
002940 77  WS-RJB-MAX                      PIC S9(4)   COMP VALUE 500.
002950 77  WS-RJB-USED                     PIC S9(4)   COMP VALUE ZERO.
002960 77  WS-RJB-SUB                      PIC S9(4)   COMP VALUE ZERO.
002970 01  WS-REJECTED-BATCH-TABLE.
002980     05  WS-RJB-ENTRY OCCURS 500 TIMES.
002990         10  WS-RJB-SRC-SUB          PIC S9(4)   COMP.
003000         10  WS-RJB-BATCH-NUMBER     PIC 9(04).
003010         10  WS-RJB-REASON           PIC X(01).
003020         10  WS-RJB-DETAIL-COUNT     PIC S9(9)   COMP.
003030         10  WS-RJB-AMOUNT           PIC S9(13)V99 COMP-3.
003040
003050*----------------------------------------------------------------
003060* SERIAL REGISTER - EVERY DETAIL SERIAL THE SPLIT ROUTED TODAY,
003070* WITH ITS SOURCE AND CONTROL AMOUNT, CLAIMED AS ITS OUTCOME
003080* TURNS UP ON A STREAM OUTPUT.  A HASHED CHAIN AS IN CALCSPLT
003090* (SERIAL MODULO THE BUCKET COUNT); A REPEATED SERIAL HAS ONE
003100* ENTRY PER COPY, NEWEST FIRST ON THE CHAIN.  A SERIAL THAT
003110* DOES NOT FIT IN A FULL REGISTER STAYS UNCLAIMED AND SHOWS AS
003120* UNACCOUNTED - THE REPORT SAYS WHY.
003130*----------------------------------------------------------------
003140 77  WS-SER-MAX                      PIC S9(7)   COMP
003150                                                 VALUE 100000.
003160 77  WS-SER-USED                     PIC S9(7)   COMP VALUE ZERO.
003170 77  WS-SER-SUB                      PIC S9(7)   COMP VALUE ZERO.
003180 77  WS-SER-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
003190 77  WS-SER-FULL-SWITCH              PIC X(01)      VALUE "N".
003200     88  SERIAL-REGISTER-FULL                        VALUE "Y".
003210 77  WS-HASH-SIZE                    PIC S9(7)   COMP
003220                                                 VALUE 20011.
003230 77  WS-SER-QUOT                     PIC S9(7)   COMP VALUE ZERO.
003240 77  WS-SER-REM                      PIC S9(7)   COMP VALUE ZERO.
003250 01  WS-SER-BUCKET-TABLE.
003260     05  WS-SER-BUCKET               PIC S9(7)   COMP
003270                                     OCCURS 20011 TIMES.
003280 01  WS-SER-SERIAL-TABLE.
003290     05  WS-SER-ENTRY OCCURS 100000 TIMES.
003300         10  WS-SER-SERIAL           PIC 9(09).
003310         10  WS-SER-SRC-SUB          PIC S9(4)   COMP.
003320         10  WS-SER-BATCH-NUMBER     PIC 9(04).
003330         10  WS-SER-AMOUNT           PIC S9(13)V99 COMP-3.
003340         10  WS-SER-CLAIMED          PIC X(01).
003350         10  WS-SER-NEXT             PIC S9(7)   COMP.
003360
003370*----------------------------------------------------------------
003380* REPORT LINE LAYOUTS
003390*----------------------------------------------------------------
003400 01  WS-SUMMARY-LINE.
003410     05  FILLER                      PIC X(05)      VALUE SPACES.
003420     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
003430     05  FILLER                      PIC X(05)      VALUE SPACES.
003440     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
003450     05  FILLER                      PIC X(62)      VALUE SPACES.
003460
003470 01  WS-SOURCE-LABEL.
003480     05  FILLER                      PIC X(14)      VALUE
003490         "SOURCE SYSTEM ".
003500     05  WS-SRL-CODE                 PIC X(08).
003510     05  FILLER                      PIC X(08)      VALUE SPACES.
003520
003530 01  WS-REJ-LABEL.
003540     05  FILLER                      PIC X(11)      VALUE
003550         "  ** BATCH ".
003560     05  WS-REJ-LABEL-BATCH          PIC 9(04).
003570     05  FILLER                      PIC X(15)      VALUE
003580         " REJECTED".
003590
003600 01  WS-REJ-VALUE.
003610     05  WS-REJ-VALUE-REASON         PIC X(21).
003620     05  FILLER                      PIC X(01)      VALUE SPACE.
003630     05  WS-REJ-VALUE-COUNT          PIC ZZZZZZ9.
003640     05  FILLER                      PIC X(01)      VALUE SPACE.
003650
003660 01  WS-UNACC-LABEL.
003670     05  FILLER                      PIC X(13)      VALUE
003680         "** SERIAL   ".
003690     05  WS-UNACC-SERIAL             PIC 9(09).
003700     05  FILLER                      PIC X(08)      VALUE SPACES.
003710
003720 01  WS-UNACC-VALUE.
003730     05  WS-UNACC-SOURCE             PIC X(08).
003740     05  FILLER                      PIC X(07)      VALUE
003750         " BATCH ".
003760     05  WS-UNACC-BATCH              PIC 9(04).
003770     05  FILLER                      PIC X(11)      VALUE SPACES.
003780
003790 77  WS-SUM-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
003800 77  WS-SUM-SIGNED-COUNT-ED          PIC -ZZ,ZZZ,ZZ9.
003810 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003820 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
003830
003840 PROCEDURE DIVISION.
003850******************************************************************
003860* 0000-MAINLINE
003870*   LOAD THE REGISTRY AND THE DAY'S ACTIVITY, LET EACH STREAM
003880*   OUTPUT CLAIM ITS SERIALS, THEN PRINT THE SETTLEMENT BY
003890*   SOURCE AND SET THE RETURN CODE.
003900******************************************************************
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     PERFORM 2000-READ-ACTIVITY THRU 2000-EXIT
003940         UNTIL END-OF-FILE.
003950*    SUSPENSE FIRST - A DUPLICATE SUSPENDED TODAY MUST CLAIM
003960*    TODAY'S ENTRY BEFORE A RELEASED WAREHOUSE ITEM WITH THE
003970*    SAME SERIAL CAN.
003980     MOVE "N" TO WS-EOF-SWITCH.
003990     PERFORM 3000-SCAN-SUSPENSE THRU 3000-EXIT
004000         UNTIL END-OF-FILE.
004010     MOVE "N" TO WS-EOF-SWITCH.
004020     PERFORM 4000-SCAN-POSTINGS THRU 4000-EXIT
004030         UNTIL END-OF-FILE.
004040     MOVE "N" TO WS-EOF-SWITCH.
004050     PERFORM 5000-SCAN-PENDING THRU 5000-EXIT
004060         UNTIL END-OF-FILE.
004070     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
004080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004090     GO TO 9999-EXIT.
004100
004110******************************************************************
004120* 1000-INITIALIZE
004130*   OPENS, THE REGISTRY LOAD AND AN EMPTY SERIAL REGISTER.
004140******************************************************************
004150 1000-INITIALIZE.
004160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004170     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
004180     PERFORM 1200-LOAD-ONE-SOURCE THRU 1200-EXIT
004190         UNTIL END-OF-FILE.
004200     CLOSE SOURCE-REG-FILE.
004210     MOVE "N" TO WS-EOF-SWITCH.
004220     PERFORM 1400-CLEAR-ONE-BUCKET THRU 1400-EXIT
004230         VARYING WS-SER-SUB FROM 1 BY 1
004240         UNTIL WS-SER-SUB > WS-HASH-SIZE.
004250 1000-EXIT.
004260     EXIT.
004270
004280 1100-OPEN-FILES.
004290     OPEN INPUT SOURCE-REG-FILE.
004300     IF WS-SRCREG-STATUS NOT = "00"
004310         DISPLAY "CALCSETL - OPEN ERROR ON SOURCE-REG-FILE - "
004320             "STATUS " WS-SRCREG-STATUS
004330         MOVE 16 TO WS-RETURN-CODE
004340         GO TO 9900-ABEND
004350     END-IF.
004360
004370     OPEN INPUT ACTIVITY-FILE.
004380     IF WS-ACTIVITY-STATUS NOT = "00"
004390         DISPLAY "CALCSETL - OPEN ERROR ON ACTIVITY-FILE - "
004400             "STATUS " WS-ACTIVITY-STATUS
004410         MOVE 16 TO WS-RETURN-CODE
004420         GO TO 9900-ABEND
004430     END-IF.
004440
004450     OPEN INPUT SUSP-FILE.
004460     IF WS-SUSP-STATUS NOT = "00"
004470         DISPLAY "CALCSETL - OPEN ERROR ON SUSP-FILE - STATUS "
004480             WS-SUSP-STATUS
004490         MOVE 16 TO WS-RETURN-CODE
004500         GO TO 9900-ABEND
004510     END-IF.
004520
004530     OPEN INPUT POST-FILE.
004540     IF WS-POST-STATUS NOT = "00"
004550         DISPLAY "CALCSETL - OPEN ERROR ON POST-FILE - STATUS "
004560             WS-POST-STATUS
004570         MOVE 16 TO WS-RETURN-CODE
004580         GO TO 9900-ABEND
004590     END-IF.
004600
004610     OPEN INPUT PEND-FILE.
004620     IF WS-PEND-STATUS NOT = "00"
004630         DISPLAY "CALCSETL - OPEN ERROR ON PEND-FILE - STATUS "
004640             WS-PEND-STATUS
004650         MOVE 16 TO WS-RETURN-CODE
004660         GO TO 9900-ABEND
004670     END-IF.
004680
004690     OPEN OUTPUT REPORT-FILE.
004700     IF WS-REPORT-STATUS NOT = "00"
004710         DISPLAY "CALCSETL - OPEN ERROR ON REPORT-FILE - STATUS "
004720             WS-REPORT-STATUS
004730         MOVE 16 TO WS-RETURN-CODE
004740         GO TO 9900-ABEND
004750     END-IF.
004760 1100-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 1200-LOAD-ONE-SOURCE
004810*   ONE SOURCE-TABLE ENTRY PER REGISTERED CODE.  A REPEATED
004820*   CODE KEEPS ITS FIRST ENTRY, AS IN CALCSPLT.
004830******************************************************************
004840 1200-LOAD-ONE-SOURCE.
004850     READ SOURCE-REG-FILE
004860         AT END
004870             SET END-OF-FILE TO TRUE
004880             GO TO 1200-EXIT
004890     END-READ.
004900     IF SR-SOURCE-SYSTEM = SPACES
004910         GO TO 1200-EXIT
004920     END-IF.
004930     MOVE SR-SOURCE-SYSTEM TO WS-SRC-WORK-CODE.
004940     PERFORM 1300-FIND-SOURCE THRU 1300-EXIT.
004950     IF WS-SRC-FOUND-SUB > ZERO
004960         GO TO 1200-EXIT
004970     END-IF.
004980     PERFORM 1350-ADD-SOURCE THRU 1350-EXIT.
004990     MOVE SR-DESCRIPTION TO WS-SRC-DESCRIPTION (WS-SRC-USED).
005000     IF SR-STATUS-ACTIVE AND SR-MAX-BATCH-AMOUNT NUMERIC
005010         MOVE "A" TO WS-SRC-REG-STATUS (WS-SRC-USED)
005020     ELSE
005030         MOVE "I" TO WS-SRC-REG-STATUS (WS-SRC-USED)
005040     END-IF.
005050 1200-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 1300-FIND-SOURCE / 1310-CHECK-ONE-SOURCE / 1350-ADD-SOURCE
005100*   LOOK WS-SRC-WORK-CODE UP IN THE SOURCE TABLE (ZERO = NOT
005110*   THERE), OR ADD IT AS NOT ON THE REGISTRY.
005120******************************************************************
005130 1300-FIND-SOURCE.
005140     MOVE ZERO TO WS-SRC-FOUND-SUB.
005150     PERFORM 1310-CHECK-ONE-SOURCE THRU 1310-EXIT
005160         VARYING WS-SRC-SUB FROM 1 BY 1
005170         UNTIL WS-SRC-SUB > WS-SRC-USED
005180            OR WS-SRC-FOUND-SUB > ZERO.
005190 1300-EXIT.
005200     EXIT.
005210
005220 1310-CHECK-ONE-SOURCE.
005230     IF WS-SRC-CODE (WS-SRC-SUB) = WS-SRC-WORK-CODE
005240         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
005250     END-IF.
005260 1310-EXIT.
005270     EXIT.
005280
005290 1350-ADD-SOURCE.
005300     IF WS-SRC-USED >= WS-SRC-MAX
005310         DISPLAY "CALCSETL - SOURCE TABLE FULL"
005320         MOVE 16 TO WS-RETURN-CODE
005330         GO TO 9900-ABEND
005340     END-IF.
005350     ADD 1 TO WS-SRC-USED.
005360     MOVE WS-SRC-WORK-CODE TO WS-SRC-CODE (WS-SRC-USED).
005370     MOVE "NOT ON REGISTRY" TO WS-SRC-DESCRIPTION (WS-SRC-USED).
005380     MOVE "N" TO WS-SRC-REG-STATUS (WS-SRC-USED).
005390     MOVE ZERO TO WS-SRC-BATCHES-RECEIVED (WS-SRC-USED).
005400     MOVE ZERO TO WS-SRC-BATCHES-REJECTED (WS-SRC-USED).
005410     MOVE ZERO TO WS-SRC-DETAILS-RECEIVED (WS-SRC-USED).
005420     MOVE ZERO TO WS-SRC-DETAILS-REJECTED (WS-SRC-USED).
005430     MOVE ZERO TO WS-SRC-DETAILS-PROCESSED (WS-SRC-USED).
005440     MOVE ZERO TO WS-SRC-DETAILS-SUSPENDED (WS-SRC-USED).
005450     MOVE ZERO TO WS-SRC-DETAILS-WAREHOUSED (WS-SRC-USED).
005460     MOVE ZERO TO WS-SRC-AMOUNT-RECEIVED (WS-SRC-USED).
005470     MOVE ZERO TO WS-SRC-AMOUNT-REJECTED (WS-SRC-USED).
005480     MOVE ZERO TO WS-SRC-AMOUNT-PROCESSED (WS-SRC-USED).
005490     MOVE ZERO TO WS-SRC-AMOUNT-SUSPENDED (WS-SRC-USED).
005500     MOVE ZERO TO WS-SRC-AMOUNT-WAREHOUSED (WS-SRC-USED).
005510     MOVE WS-SRC-USED TO WS-SRC-FOUND-SUB.
005520 1350-EXIT.
005530     EXIT.
005540
005550 1400-CLEAR-ONE-BUCKET.
005560     MOVE ZERO TO WS-SER-BUCKET (WS-SER-SUB).
005570 1400-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 2000-READ-ACTIVITY
005620*   A BATCH RECORD ADDS TO ITS SOURCE'S RECEIVED FIGURES (AND
005630*   REJECTED ONES, WITH A LISTING ENTRY).  A DETAIL RECORD
005640*   REGISTERS ITS SERIAL; ONE WITHOUT A SERIAL CANNOT BE
005650*   TRACED, BUT THE STREAM ALWAYS SUSPENDS IT, SO IT COUNTS AS
005660*   SUSPENDED HERE.
005670******************************************************************
005680 2000-READ-ACTIVITY.
005690     READ ACTIVITY-FILE
005700         AT END
005710             SET END-OF-FILE TO TRUE
005720             GO TO 2000-EXIT
005730     END-READ.
005740     ADD 1 TO WS-ACT-READ-COUNT.
005750     MOVE SA-SOURCE-SYSTEM TO WS-SRC-WORK-CODE.
005760     PERFORM 1300-FIND-SOURCE THRU 1300-EXIT.
005770     IF WS-SRC-FOUND-SUB = ZERO
005780         PERFORM 1350-ADD-SOURCE THRU 1350-EXIT
005790     END-IF.
005800     MOVE WS-SRC-FOUND-SUB TO WS-SRC-SUB.
005810     EVALUATE TRUE
005820         WHEN SA-BATCH-RECORD
005830             PERFORM 2100-ACTIVITY-BATCH THRU 2100-EXIT
005840         WHEN SA-DETAIL-RECORD
005850             PERFORM 2200-ACTIVITY-DETAIL THRU 2200-EXIT
005860         WHEN OTHER
005870             DISPLAY "CALCSETL - UNKNOWN ACTIVITY RECORD TYPE "
005880                 SA-RECORD-TYPE " - WRONG FILE?"
005890             MOVE 16 TO WS-RETURN-CODE
005900             GO TO 9900-ABEND
005910     END-EVALUATE.
005920 2000-EXIT.
005930     EXIT.
005940
005950 2100-ACTIVITY-BATCH.
005960     ADD 1 TO WS-SRC-BATCHES-RECEIVED (WS-SRC-SUB).
005970     ADD SA-DETAIL-COUNT TO WS-SRC-DETAILS-RECEIVED (WS-SRC-SUB).
005980     ADD SA-BATCH-AMOUNT TO WS-SRC-AMOUNT-RECEIVED (WS-SRC-SUB).
005990     IF NOT SA-BATCH-REJECTED
006000         GO TO 2100-EXIT
006010     END-IF.
006020     ADD 1 TO WS-SRC-BATCHES-REJECTED (WS-SRC-SUB).
006030     ADD SA-DETAIL-COUNT TO WS-SRC-DETAILS-REJECTED (WS-SRC-SUB).
006040     ADD SA-BATCH-AMOUNT TO WS-SRC-AMOUNT-REJECTED (WS-SRC-SUB).
006050     IF WS-RJB-USED >= WS-RJB-MAX
006060         DISPLAY "CALCSETL - REJECTED-BATCH TABLE FULL"
006070         MOVE 16 TO WS-RETURN-CODE
006080         GO TO 9900-ABEND
006090     END-IF.
006100     ADD 1 TO WS-RJB-USED.
006110     MOVE WS-SRC-SUB TO WS-RJB-SRC-SUB (WS-RJB-USED).
006120     MOVE SA-BATCH-NUMBER TO WS-RJB-BATCH-NUMBER (WS-RJB-USED).
006130     MOVE SA-REJECT-REASON TO WS-RJB-REASON (WS-RJB-USED).
006140     MOVE SA-DETAIL-COUNT TO WS-RJB-DETAIL-COUNT (WS-RJB-USED).
006150     MOVE SA-BATCH-AMOUNT TO WS-RJB-AMOUNT (WS-RJB-USED).
006160 2100-EXIT.
006170     EXIT.
006180
006190 2200-ACTIVITY-DETAIL.
006200     IF SA-SERIAL-NUMBER NOT NUMERIC
006210        OR SA-SERIAL-NUMBER = ZERO
006220         ADD 1 TO WS-NO-SERIAL-COUNT
006230         ADD 1 TO WS-SRC-DETAILS-SUSPENDED (WS-SRC-SUB)
006240         ADD SA-DETAIL-AMOUNT
006250             TO WS-SRC-AMOUNT-SUSPENDED (WS-SRC-SUB)
006260         GO TO 2200-EXIT
006270     END-IF.
006280     IF WS-SER-USED >= WS-SER-MAX
006290         IF NOT SERIAL-REGISTER-FULL
006300             MOVE "Y" TO WS-SER-FULL-SWITCH
006310             DISPLAY "CALCSETL - SERIAL REGISTER FULL - LATER "
006320                 "SERIALS CANNOT BE SETTLED"
006330         END-IF
006340         GO TO 2200-EXIT
006350     END-IF.
006360     DIVIDE SA-SERIAL-NUMBER BY WS-HASH-SIZE
006370         GIVING WS-SER-QUOT REMAINDER WS-SER-REM.
006380     ADD 1 TO WS-SER-USED.
006390     MOVE SA-SERIAL-NUMBER TO WS-SER-SERIAL (WS-SER-USED).
006400     MOVE WS-SRC-SUB TO WS-SER-SRC-SUB (WS-SER-USED).
006410     MOVE SA-BATCH-NUMBER TO WS-SER-BATCH-NUMBER (WS-SER-USED).
006420     MOVE SA-DETAIL-AMOUNT TO WS-SER-AMOUNT (WS-SER-USED).
006430     MOVE "N" TO WS-SER-CLAIMED (WS-SER-USED).
006440     MOVE WS-SER-BUCKET (WS-SER-REM + 1)
006450         TO WS-SER-NEXT (WS-SER-USED).
006460     MOVE WS-SER-USED TO WS-SER-BUCKET (WS-SER-REM + 1).
006470 2200-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510* 3000-SCAN-SUSPENSE
006520*   EVERY SUSPENDED TRANSACTION CLAIMS ITS SERIAL AS
006530*   SUSPENDED.  AN UNKNOWN RECORD TYPE IS NOT A DETAIL AND A
006540*   DETAIL WITHOUT A SERIAL WAS COUNTED FROM THE ACTIVITY FILE,
006550*   SO NEITHER CLAIMS ANYTHING.
006560******************************************************************
006570 3000-SCAN-SUSPENSE.
006580     READ SUSP-FILE
006590         AT END
006600             SET END-OF-FILE TO TRUE
006610             GO TO 3000-EXIT
006620     END-READ.
006630     ADD 1 TO WS-SUSP-READ-COUNT.
006640     IF SU-UNKNOWN-RECORD-TYPE
006650         ADD 1 TO WS-SUSP-UNKNOWN-TYPE-COUNT
006660         GO TO 3000-EXIT
006670     END-IF.
006680     MOVE SU-TRANS-DATA TO WS-SUSP-TRANS.
006690     IF CR-SERIAL-NUMBER OF WS-SUSP-TRANS NOT NUMERIC
006700        OR CR-SERIAL-NUMBER OF WS-SUSP-TRANS = ZERO
006710         ADD 1 TO WS-SUSP-NO-SERIAL-COUNT
006720         GO TO 3000-EXIT
006730     END-IF.
006740     MOVE CR-SERIAL-NUMBER OF WS-SUSP-TRANS TO WS-WORK-SERIAL.
006750     MOVE ZERO TO WS-WORK-AMOUNT.
006760     IF CR-FIRST-NUMBER OF WS-SUSP-TRANS NUMERIC
006770         ADD CR-FIRST-NUMBER OF WS-SUSP-TRANS TO WS-WORK-AMOUNT
006780     END-IF.
006790     IF CR-SECOND-NUMBER OF WS-SUSP-TRANS NUMERIC
006800         ADD CR-SECOND-NUMBER OF WS-SUSP-TRANS TO WS-WORK-AMOUNT
006810     END-IF.
006820     MOVE "S" TO WS-WORK-OUTCOME.
006830     IF SU-DUPLICATE-SERIAL
006840         MOVE "Y" TO WS-CLAIM-NEWEST-SWITCH
006850     ELSE
006860         MOVE "N" TO WS-CLAIM-NEWEST-SWITCH
006870     END-IF.
006880     PERFORM 6000-CLAIM-SERIAL THRU 6000-EXIT.
006890 3000-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 4000-SCAN-POSTINGS
006940*   EVERY PROCESSED TRANSACTION CLAIMS ITS SERIAL AS PROCESSED.
006950******************************************************************
006960 4000-SCAN-POSTINGS.
006970     READ POST-FILE
006980         AT END
006990             SET END-OF-FILE TO TRUE
007000             GO TO 4000-EXIT
007010     END-READ.
007020     ADD 1 TO WS-POST-READ-COUNT.
007030     IF CR-SERIAL-NUMBER OF PO-POST-RECORD NOT NUMERIC
007040         GO TO 4000-EXIT
007050     END-IF.
007060     MOVE CR-SERIAL-NUMBER OF PO-POST-RECORD TO WS-WORK-SERIAL.
007070     MOVE ZERO TO WS-WORK-AMOUNT.
007080     IF CR-FIRST-NUMBER OF PO-POST-RECORD NUMERIC
007090         ADD CR-FIRST-NUMBER OF PO-POST-RECORD TO WS-WORK-AMOUNT
007100     END-IF.
007110     IF CR-SECOND-NUMBER OF PO-POST-RECORD NUMERIC
007120         ADD CR-SECOND-NUMBER OF PO-POST-RECORD
007130             TO WS-WORK-AMOUNT
007140     END-IF.
007150     MOVE "P" TO WS-WORK-OUTCOME.
007160     MOVE "N" TO WS-CLAIM-NEWEST-SWITCH.
007170     PERFORM 6000-CLAIM-SERIAL THRU 6000-EXIT.
007180 4000-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 5000-SCAN-PENDING
007230*   EVERY WAREHOUSED TRANSACTION CLAIMS ITS SERIAL AS
007240*   WAREHOUSED.  THE WAREHOUSE ALSO CARRIES EARLIER DAYS' ITEMS
007250*   STILL WAITING FOR THEIR DATE - THOSE CLAIM NOTHING.
007260******************************************************************
007270 5000-SCAN-PENDING.
007280     READ PEND-FILE
007290         AT END
007300             SET END-OF-FILE TO TRUE
007310             GO TO 5000-EXIT
007320     END-READ.
007330     ADD 1 TO WS-PEND-READ-COUNT.
007340     IF CR-SERIAL-NUMBER OF PE-PENDING-RECORD NOT NUMERIC
007350         GO TO 5000-EXIT
007360     END-IF.
007370     MOVE CR-SERIAL-NUMBER OF PE-PENDING-RECORD
007380         TO WS-WORK-SERIAL.
007390     MOVE ZERO TO WS-WORK-AMOUNT.
007400     IF CR-FIRST-NUMBER OF PE-PENDING-RECORD NUMERIC
007410         ADD CR-FIRST-NUMBER OF PE-PENDING-RECORD
007420             TO WS-WORK-AMOUNT
007430     END-IF.
007440     IF CR-SECOND-NUMBER OF PE-PENDING-RECORD NUMERIC
007450         ADD CR-SECOND-NUMBER OF PE-PENDING-RECORD
007460             TO WS-WORK-AMOUNT
007470     END-IF.
007480     MOVE "W" TO WS-WORK-OUTCOME.
007490     MOVE "N" TO WS-CLAIM-NEWEST-SWITCH.
007500     PERFORM 6000-CLAIM-SERIAL THRU 6000-EXIT.
007510 5000-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 6000-CLAIM-SERIAL / 6050-WALK-ONE-CHAIN
007560*   FIND AN UNCLAIMED REGISTER ENTRY FOR WS-WORK-SERIAL - THE
007570*   OLDEST, OR THE NEWEST WHEN CLAIM-NEWEST - AND BOOK ITS
007580*   REGISTERED AMOUNT TO ITS SOURCE UNDER WS-WORK-OUTCOME.  NO
007590*   ENTRY MEANS AN EARLIER DAY'S ITEM, BOOKED AT THE AMOUNT ON
007600*   THE STREAM OUTPUT.
007610******************************************************************
007620 6000-CLAIM-SERIAL.
007630     MOVE ZERO TO WS-SER-FOUND-SUB.
007640     IF WS-WORK-SERIAL NOT = ZERO
007650         DIVIDE WS-WORK-SERIAL BY WS-HASH-SIZE
007660             GIVING WS-SER-QUOT REMAINDER WS-SER-REM
007670         MOVE WS-SER-BUCKET (WS-SER-REM + 1) TO WS-SER-SUB
007680         PERFORM 6050-WALK-ONE-CHAIN THRU 6050-EXIT
007690             UNTIL WS-SER-SUB = ZERO
007700     END-IF.
007710     IF WS-SER-FOUND-SUB = ZERO
007720         EVALUATE TRUE
007730             WHEN OUTCOME-PROCESSED
007740                 ADD 1 TO WS-EARLY-PROCESSED-COUNT
007750                 ADD WS-WORK-AMOUNT TO WS-EARLY-PROCESSED-AMOUNT
007760             WHEN OUTCOME-SUSPENDED
007770                 ADD 1 TO WS-EARLY-SUSPENDED-COUNT
007780                 ADD WS-WORK-AMOUNT TO WS-EARLY-SUSPENDED-AMOUNT
007790             WHEN OTHER
007800                 ADD 1 TO WS-EARLY-PENDING-COUNT
007810                 ADD WS-WORK-AMOUNT TO WS-EARLY-PENDING-AMOUNT
007820         END-EVALUATE
007830         GO TO 6000-EXIT
007840     END-IF.
007850     MOVE "Y" TO WS-SER-CLAIMED (WS-SER-FOUND-SUB).
007860     MOVE WS-SER-SRC-SUB (WS-SER-FOUND-SUB) TO WS-SRC-SUB.
007870     EVALUATE TRUE
007880         WHEN OUTCOME-PROCESSED
007890             ADD 1 TO WS-SRC-DETAILS-PROCESSED (WS-SRC-SUB)
007900             ADD WS-SER-AMOUNT (WS-SER-FOUND-SUB)
007910                 TO WS-SRC-AMOUNT-PROCESSED (WS-SRC-SUB)
007920         WHEN OUTCOME-SUSPENDED
007930             ADD 1 TO WS-SRC-DETAILS-SUSPENDED (WS-SRC-SUB)
007940             ADD WS-SER-AMOUNT (WS-SER-FOUND-SUB)
007950                 TO WS-SRC-AMOUNT-SUSPENDED (WS-SRC-SUB)
007960         WHEN OTHER
007970             ADD 1 TO WS-SRC-DETAILS-WAREHOUSED (WS-SRC-SUB)
007980             ADD WS-SER-AMOUNT (WS-SER-FOUND-SUB)
007990                 TO WS-SRC-AMOUNT-WAREHOUSED (WS-SRC-SUB)
008000     END-EVALUATE.
008010 6000-EXIT.
008020     EXIT.
008030
008040 6050-WALK-ONE-CHAIN.
008050     IF WS-SER-SERIAL (WS-SER-SUB) = WS-WORK-SERIAL
008060        AND WS-SER-CLAIMED (WS-SER-SUB) = "N"
008070         MOVE WS-SER-SUB TO WS-SER-FOUND-SUB
008080         IF CLAIM-NEWEST
008090             MOVE ZERO TO WS-SER-SUB
008100             GO TO 6050-EXIT
008110         END-IF
008120     END-IF.
008130     MOVE WS-SER-NEXT (WS-SER-SUB) TO WS-SER-SUB.
008140 6050-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180* 8000-PRINT-REPORT
008190*   ONE BLOCK PER SOURCE, THE UNACCOUNTED SERIALS, THE DAY'S
008200*   TOTALS AND THE RETURN CODE.
008210******************************************************************
008220 8000-PRINT-REPORT.
008230     MOVE SPACES TO WS-SUMMARY-LINE.
008240     MOVE "CALCSETL - SETTLEMENT REPORT" TO WS-SUM-LABEL.
008250     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
008260     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
008270     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
008280
008290     PERFORM 8100-PRINT-ONE-SOURCE THRU 8100-EXIT
008300         VARYING WS-SRC-SUB FROM 1 BY 1
008310         UNTIL WS-SRC-SUB > WS-SRC-USED.
008320
008330     PERFORM 8400-LIST-UNACCOUNTED THRU 8400-EXIT
008340         VARYING WS-SER-SUB FROM 1 BY 1
008350         UNTIL WS-SER-SUB > WS-SER-USED.
008360
008370     MOVE SPACES TO WS-SUMMARY-LINE.
008380     MOVE "ALL SOURCES" TO WS-SUM-LABEL.
008390     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008400         AFTER ADVANCING 3 LINES.
008410     MOVE WS-TOT-FIGURES TO WS-PRT-FIGURES.
008420     PERFORM 8200-PRINT-FIGURES THRU 8200-EXIT.
008430     PERFORM 8500-PRINT-DAY-FIGURES THRU 8500-EXIT.
008440     PERFORM 8600-SET-RETURN-CODE THRU 8600-EXIT.
008450 8000-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 8100-PRINT-ONE-SOURCE
008500*   THE SOURCE'S HEADING, ITS FIGURES WITH ITS REJECTED BATCHES
008510*   LISTED, AND ITS VERDICT.
008520******************************************************************
008530 8100-PRINT-ONE-SOURCE.
008540     MOVE SPACES TO WS-SUMMARY-LINE.
008550     MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-SRL-CODE.
008560     MOVE WS-SOURCE-LABEL TO WS-SUM-LABEL.
008570     MOVE WS-SRC-DESCRIPTION (WS-SRC-SUB) TO WS-SUM-VALUE.
008580     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008590         AFTER ADVANCING 3 LINES.
008600
008610     MOVE SPACES TO WS-SUMMARY-LINE.
008620     MOVE "REGISTRY STATUS" TO WS-SUM-LABEL.
008630     EVALUATE WS-SRC-REG-STATUS (WS-SRC-SUB)
008640         WHEN "A"
008650             MOVE "ACTIVE" TO WS-SUM-VALUE
008660         WHEN "I"
008670             MOVE "INACTIVE" TO WS-SUM-VALUE
008680         WHEN OTHER
008690             MOVE "NOT ON REGISTRY" TO WS-SUM-VALUE
008700     END-EVALUATE.
008710     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008720         AFTER ADVANCING 1 LINE.
008730
008740     MOVE WS-SRC-FIGURES (WS-SRC-SUB) TO WS-PRT-FIGURES.
008750     PERFORM 8200-PRINT-FIGURES THRU 8200-EXIT.
008760     PERFORM 8300-ADD-TO-TOTALS THRU 8300-EXIT.
008770
008780     MOVE SPACES TO WS-SUMMARY-LINE.
008790     EVALUATE TRUE
008800         WHEN WS-PRT-BATCHES-RECEIVED = ZERO
008810             MOVE "** NO FILE RECEIVED **" TO WS-SUM-LABEL
008820         WHEN WS-PRT-DETAILS-UNACCOUNTED NOT = ZERO
008830           OR WS-PRT-AMOUNT-UNACCOUNTED NOT = ZERO
008840             MOVE "** NOT SETTLED **" TO WS-SUM-LABEL
008850             ADD 1 TO WS-SOURCES-NOT-SETTLED
008860         WHEN WS-PRT-BATCHES-REJECTED > ZERO
008870             MOVE "** SETTLED - BATCH REJECTED **"
008880                 TO WS-SUM-LABEL
008890         WHEN OTHER
008900             MOVE "** SETTLED **" TO WS-SUM-LABEL
008910     END-EVALUATE.
008920     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008930         AFTER ADVANCING 2 LINES.
008940 8100-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980* 8200-PRINT-FIGURES
008990*   THE FIGURES IN WS-PRT-FIGURES - ONE SOURCE'S, OR THE DAY'S
009000*   TOTALS.  REJECTED BATCHES ARE LISTED FOR A SINGLE SOURCE.
009010******************************************************************
009020 8200-PRINT-FIGURES.
009030     COMPUTE WS-PRT-BATCHES-ACCEPTED =
009040         WS-PRT-BATCHES-RECEIVED - WS-PRT-BATCHES-REJECTED.
009050     COMPUTE WS-PRT-DETAILS-ACCEPTED =
009060         WS-PRT-DETAILS-RECEIVED - WS-PRT-DETAILS-REJECTED.
009070     COMPUTE WS-PRT-AMOUNT-ACCEPTED =
009080         WS-PRT-AMOUNT-RECEIVED - WS-PRT-AMOUNT-REJECTED.
009090     COMPUTE WS-PRT-DETAILS-UNACCOUNTED =
009100         WS-PRT-DETAILS-ACCEPTED - WS-PRT-DETAILS-PROCESSED
009110         - WS-PRT-DETAILS-SUSPENDED - WS-PRT-DETAILS-WAREHOUSED.
009120     COMPUTE WS-PRT-AMOUNT-UNACCOUNTED =
009130         WS-PRT-AMOUNT-ACCEPTED - WS-PRT-AMOUNT-PROCESSED
009140         - WS-PRT-AMOUNT-SUSPENDED - WS-PRT-AMOUNT-WAREHOUSED.
009150
009160     MOVE SPACES TO WS-SUMMARY-LINE.
009170     MOVE "BATCHES RECEIVED" TO WS-SUM-LABEL.
009180     MOVE WS-PRT-BATCHES-RECEIVED TO WS-SUM-COUNT-ED.
009190     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009200     MOVE "BATCHES ACCEPTED" TO WS-SUM-LABEL.
009210     MOVE WS-PRT-BATCHES-ACCEPTED TO WS-SUM-COUNT-ED.
009220     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009230     MOVE "BATCHES REJECTED" TO WS-SUM-LABEL.
009240     MOVE WS-PRT-BATCHES-REJECTED TO WS-SUM-COUNT-ED.
009250     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009260     IF WS-SRC-SUB NOT > WS-SRC-USED
009270         PERFORM 8250-LIST-ONE-REJECTION THRU 8250-EXIT
009280             VARYING WS-RJB-SUB FROM 1 BY 1
009290             UNTIL WS-RJB-SUB > WS-RJB-USED
009300     END-IF.
009310
009320     MOVE "DETAILS RECEIVED" TO WS-SUM-LABEL.
009330     MOVE WS-PRT-DETAILS-RECEIVED TO WS-SUM-COUNT-ED.
009340     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009350     MOVE "AMOUNT RECEIVED" TO WS-SUM-LABEL.
009360     MOVE WS-PRT-AMOUNT-RECEIVED TO WS-SUM-AMOUNT-ED.
009370     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009380     MOVE "DETAILS IN REJECTED BATCHES" TO WS-SUM-LABEL.
009390     MOVE WS-PRT-DETAILS-REJECTED TO WS-SUM-COUNT-ED.
009400     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009410     MOVE "AMOUNT IN REJECTED BATCHES" TO WS-SUM-LABEL.
009420     MOVE WS-PRT-AMOUNT-REJECTED TO WS-SUM-AMOUNT-ED.
009430     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009440     MOVE "DETAILS PROCESSED" TO WS-SUM-LABEL.
009450     MOVE WS-PRT-DETAILS-PROCESSED TO WS-SUM-COUNT-ED.
009460     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009470     MOVE "AMOUNT PROCESSED" TO WS-SUM-LABEL.
009480     MOVE WS-PRT-AMOUNT-PROCESSED TO WS-SUM-AMOUNT-ED.
009490     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009500     MOVE "DETAILS SUSPENDED" TO WS-SUM-LABEL.
009510     MOVE WS-PRT-DETAILS-SUSPENDED TO WS-SUM-COUNT-ED.
009520     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009530     MOVE "AMOUNT SUSPENDED" TO WS-SUM-LABEL.
009540     MOVE WS-PRT-AMOUNT-SUSPENDED TO WS-SUM-AMOUNT-ED.
009550     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009560     MOVE "DETAILS WAREHOUSED" TO WS-SUM-LABEL.
009570     MOVE WS-PRT-DETAILS-WAREHOUSED TO WS-SUM-COUNT-ED.
009580     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
009590     MOVE "AMOUNT WAREHOUSED" TO WS-SUM-LABEL.
009600     MOVE WS-PRT-AMOUNT-WAREHOUSED TO WS-SUM-AMOUNT-ED.
009610     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009620     MOVE "DETAILS NOT ACCOUNTED FOR" TO WS-SUM-LABEL.
009630     MOVE WS-PRT-DETAILS-UNACCOUNTED TO WS-SUM-SIGNED-COUNT-ED.
009640     MOVE WS-SUM-SIGNED-COUNT-ED TO WS-SUM-VALUE.
009650     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
009660         AFTER ADVANCING 1 LINE.
009670     MOVE SPACES TO WS-SUMMARY-LINE.
009680     MOVE "AMOUNT NOT ACCOUNTED FOR" TO WS-SUM-LABEL.
009690     MOVE WS-PRT-AMOUNT-UNACCOUNTED TO WS-SUM-AMOUNT-ED.
009700     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
009710 8200-EXIT.
009720     EXIT.
009730
009740 8250-LIST-ONE-REJECTION.
009750     IF WS-RJB-SRC-SUB (WS-RJB-SUB) NOT = WS-SRC-SUB
009760         GO TO 8250-EXIT
009770     END-IF.
009780     MOVE WS-RJB-BATCH-NUMBER (WS-RJB-SUB) TO WS-REJ-LABEL-BATCH.
009790     EVALUATE WS-RJB-REASON (WS-RJB-SUB)
009800         WHEN "U"
009810             MOVE "UNKNOWN SOURCE" TO WS-REJ-VALUE-REASON
009820         WHEN "I"
009830             MOVE "SOURCE INACTIVE" TO WS-REJ-VALUE-REASON
009840         WHEN "O"
009850             MOVE "OPERATION NOT ALLOWED" TO WS-REJ-VALUE-REASON
009860         WHEN OTHER
009870             MOVE "OVER BATCH LIMIT" TO WS-REJ-VALUE-REASON
009880     END-EVALUATE.
009890     MOVE WS-RJB-DETAIL-COUNT (WS-RJB-SUB) TO WS-REJ-VALUE-COUNT.
009900     MOVE WS-REJ-LABEL TO WS-SUM-LABEL.
009910     MOVE WS-REJ-VALUE TO WS-SUM-VALUE.
009920     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
009930         AFTER ADVANCING 1 LINE.
009940     MOVE SPACES TO WS-SUMMARY-LINE.
009950 8250-EXIT.
009960     EXIT.
009970
009980 8300-ADD-TO-TOTALS.
009990     ADD WS-PRT-BATCHES-RECEIVED TO WS-TOT-BATCHES-RECEIVED.
010000     ADD WS-PRT-BATCHES-REJECTED TO WS-TOT-BATCHES-REJECTED.
010010     ADD WS-PRT-DETAILS-RECEIVED TO WS-TOT-DETAILS-RECEIVED.
010020     ADD WS-PRT-DETAILS-REJECTED TO WS-TOT-DETAILS-REJECTED.
010030     ADD WS-PRT-DETAILS-PROCESSED TO WS-TOT-DETAILS-PROCESSED.
010040     ADD WS-PRT-DETAILS-SUSPENDED TO WS-TOT-DETAILS-SUSPENDED.
010050     ADD WS-PRT-DETAILS-WAREHOUSED TO WS-TOT-DETAILS-WAREHOUSED.
010060     ADD WS-PRT-AMOUNT-RECEIVED TO WS-TOT-AMOUNT-RECEIVED.
010070     ADD WS-PRT-AMOUNT-REJECTED TO WS-TOT-AMOUNT-REJECTED.
010080     ADD WS-PRT-AMOUNT-PROCESSED TO WS-TOT-AMOUNT-PROCESSED.
010090     ADD WS-PRT-AMOUNT-SUSPENDED TO WS-TOT-AMOUNT-SUSPENDED.
010100     ADD WS-PRT-AMOUNT-WAREHOUSED TO WS-TOT-AMOUNT-WAREHOUSED.
010110 8300-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150* 8400-LIST-UNACCOUNTED
010160*   A ROUTED SERIAL NO STREAM OUTPUT CLAIMED - THE SOURCE AND
010170*   BATCH TO CHASE.
010180******************************************************************
010190 8400-LIST-UNACCOUNTED.
010200     IF WS-SER-CLAIMED (WS-SER-SUB) NOT = "N"
010210         GO TO 8400-EXIT
010220     END-IF.
010230     IF WS-UNACCOUNTED-LISTED = ZERO
010240         MOVE SPACES TO WS-SUMMARY-LINE
010250         MOVE "SERIALS NOT ACCOUNTED FOR" TO WS-SUM-LABEL
010260         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
010270             AFTER ADVANCING 3 LINES
010280     END-IF.
010290     ADD 1 TO WS-UNACCOUNTED-LISTED.
010300     MOVE WS-SER-SERIAL (WS-SER-SUB) TO WS-UNACC-SERIAL.
010310     MOVE WS-SER-SRC-SUB (WS-SER-SUB) TO WS-SRC-SUB.
010320     MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-UNACC-SOURCE.
010330     MOVE WS-SER-BATCH-NUMBER (WS-SER-SUB) TO WS-UNACC-BATCH.
010340     MOVE SPACES TO WS-SUMMARY-LINE.
010350     MOVE WS-UNACC-LABEL TO WS-SUM-LABEL.
010360     MOVE WS-UNACC-VALUE TO WS-SUM-VALUE.
010370     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
010380         AFTER ADVANCING 1 LINE.
010390 8400-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430* 8500-PRINT-DAY-FIGURES
010440*   WHAT THE STREAMS DID THAT BELONGS TO NO SOURCE TODAY, AND
010450*   THE FILE COUNTS.
010460******************************************************************
010470 8500-PRINT-DAY-FIGURES.
010480     MOVE SPACES TO WS-SUMMARY-LINE.
010490     MOVE "DETAILS WITHOUT A SERIAL" TO WS-SUM-LABEL.
010500     MOVE WS-NO-SERIAL-COUNT TO WS-SUM-COUNT-ED.
010510     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
010520     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
010530         AFTER ADVANCING 2 LINES.
010540     MOVE SPACES TO WS-SUMMARY-LINE.
010550     MOVE "EARLIER ITEMS PROCESSED" TO WS-SUM-LABEL.
010560     MOVE WS-EARLY-PROCESSED-COUNT TO WS-SUM-COUNT-ED.
010570     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010580     MOVE "EARLIER ITEMS PROCESSED AMOUNT" TO WS-SUM-LABEL.
010590     MOVE WS-EARLY-PROCESSED-AMOUNT TO WS-SUM-AMOUNT-ED.
010600     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
010610     MOVE "EARLIER ITEMS SUSPENDED" TO WS-SUM-LABEL.
010620     MOVE WS-EARLY-SUSPENDED-COUNT TO WS-SUM-COUNT-ED.
010630     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010640     MOVE "EARLIER ITEMS SUSPENDED AMOUNT" TO WS-SUM-LABEL.
010650     MOVE WS-EARLY-SUSPENDED-AMOUNT TO WS-SUM-AMOUNT-ED.
010660     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
010670     MOVE "EARLIER ITEMS STILL PENDING" TO WS-SUM-LABEL.
010680     MOVE WS-EARLY-PENDING-COUNT TO WS-SUM-COUNT-ED.
010690     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010700     MOVE "EARLIER ITEMS PENDING AMOUNT" TO WS-SUM-LABEL.
010710     MOVE WS-EARLY-PENDING-AMOUNT TO WS-SUM-AMOUNT-ED.
010720     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
010730     MOVE "UNKNOWN RECORD TYPES SUSPENDED" TO WS-SUM-LABEL.
010740     MOVE WS-SUSP-UNKNOWN-TYPE-COUNT TO WS-SUM-COUNT-ED.
010750     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010760     MOVE "ACTIVITY RECORDS READ" TO WS-SUM-LABEL.
010770     MOVE WS-ACT-READ-COUNT TO WS-SUM-COUNT-ED.
010780     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010790     MOVE "SUSPENSE RECORDS READ" TO WS-SUM-LABEL.
010800     MOVE WS-SUSP-READ-COUNT TO WS-SUM-COUNT-ED.
010810     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010820     MOVE "POSTING RECORDS READ" TO WS-SUM-LABEL.
010830     MOVE WS-POST-READ-COUNT TO WS-SUM-COUNT-ED.
010840     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010850     MOVE "PENDING RECORDS READ" TO WS-SUM-LABEL.
010860     MOVE WS-PEND-READ-COUNT TO WS-SUM-COUNT-ED.
010870     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
010880     IF SERIAL-REGISTER-FULL
010890         MOVE "** SERIAL REGISTER OVERFLOWED" TO WS-SUM-LABEL
010900         MOVE "LATER SERIALS NOT SETTLED" TO WS-SUM-VALUE
010910         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
010920             AFTER ADVANCING 1 LINE
010930         MOVE SPACES TO WS-SUMMARY-LINE
010940     END-IF.
010950 8500-EXIT.
010960     EXIT.
010970
010980******************************************************************
010990* 8600-SET-RETURN-CODE
011000*   A SOURCE NOT SETTLED IS RC 8.  A REJECTED BATCH, EVERYTHING
011010*   ELSE SETTLED, IS RC 4 - THE OWNER HAS TO BE TOLD.
011020******************************************************************
011030 8600-SET-RETURN-CODE.
011040     MOVE SPACES TO WS-SUMMARY-LINE.
011050     IF WS-SOURCES-NOT-SETTLED > ZERO
011060         MOVE "** SOURCES NOT SETTLED **" TO WS-SUM-LABEL
011070         MOVE WS-SOURCES-NOT-SETTLED TO WS-SUM-COUNT-ED
011080         MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE
011090         MOVE 8 TO WS-RETURN-CODE
011100     ELSE
011110         IF WS-TOT-BATCHES-REJECTED > ZERO
011120             MOVE "** SETTLED - REJECTIONS **"
011130                 TO WS-SUM-LABEL
011140             MOVE 4 TO WS-RETURN-CODE
011150         ELSE
011160             MOVE "** ALL SOURCES SETTLED **" TO WS-SUM-LABEL
011170         END-IF
011180     END-IF.
011190     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
011200         AFTER ADVANCING 2 LINES.
011210 8600-EXIT.
011220     EXIT.
011230
011240*    SUMMARY LINE WITH THE LABEL ALREADY SET AND A COUNT IN
011250*    WS-SUM-COUNT-ED.
011260 8900-WRITE-COUNT-LINE.
011270     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
011280     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
011290         AFTER ADVANCING 1 LINE.
011300     MOVE SPACES TO WS-SUMMARY-LINE.
011310 8900-EXIT.
011320     EXIT.
011330
011340*    THE SAME WITH AN AMOUNT IN WS-SUM-AMOUNT-ED.
011350 8910-WRITE-AMOUNT-LINE.
011360     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
011370     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
011380         AFTER ADVANCING 1 LINE.
011390     MOVE SPACES TO WS-SUMMARY-LINE.
011400 8910-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
011450*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
011460******************************************************************
011470 9000-TERMINATE.
011480     CLOSE ACTIVITY-FILE.
011490     CLOSE SUSP-FILE.
011500     CLOSE POST-FILE.
011510     CLOSE PEND-FILE.
011520     CLOSE REPORT-FILE.
011530     DISPLAY "CALCSETL - RUN COMPLETE - RETURN CODE "
011540         WS-RETURN-CODE.
011550 9000-EXIT.
011560     EXIT.
011570
011580 9900-ABEND.
011590     DISPLAY "CALCSETL - ABNORMAL TERMINATION - RETURN CODE "
011600         WS-RETURN-CODE.
011610     STOP RUN RETURNING WS-RETURN-CODE.
011620
011630 9999-EXIT.
011640     STOP RUN RETURNING WS-RETURN-CODE.
011650 END PROGRAM CALCSETL.
