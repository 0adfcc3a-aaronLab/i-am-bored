000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: STREAM RESTART CONSOLIDATION.  AFTER A CALCJOB STREAM
000070*          STEP ABENDS AND IS RESTARTED FROM ITS LAST CHECKPOINT,
000080*          THE STREAM HAS TWO GENERATIONS OF EACH KEPT OUTPUT -
000090*          THE FAILED ONE, GOOD ONLY UP TO THAT CHECKPOINT, AND
000100*          THE RESTART ONE, HOLDING ONLY WHAT CAME AFTER IT.
000110*          THIS PROGRAM WRITES ONE CONSOLIDATED COPY OF EACH
000120*          (REPORT, AUDIT, SUSPENSE, POSTING EXTRACT, GL FEED AND
000130*          GL ERROR FILE): THE FAILED ROWS UP TO THE CHECKPOINT
000140*          COUNTS, THEN EVERY RESTART ROW.  THE RESTART POINT IS
000150*          THE RESTART RUN'S FINAL CHECKPOINT LESS THE ROWS THE
000160*          RESTART RUN WROTE ITSELF (THE RESTART RUN REOPENS THE
000170*          CHECKPOINT FILE, SO THE FAILED RUN'S LAST CHECKPOINT
000180*          IS NOT THERE TO READ).  THE CONSOLIDATED COUNTS AND
000190*          TOTALS ARE THEN PROVED AGAINST THAT FINAL CHECKPOINT
000200*          AND THE RESTART GL CONTROL RECORDS, AND THE RECOVERY
000210*          REPORT SHOWS THE CUT AND EVERY PROOF.
000220*          RETURN CODE 0  - CONSOLIDATED AND PROVED.
000230*                      4  - PROVED, BUT A SUPERSEDED FAILED
000240*                           POSTING WAS NOT REPROCESSED BY THE
000250*                           RESTART (LISTED - CHECK THE FIX).
000260*                      12 - A PROOF FAILED - DO NOT USE THE
000270*                           CONSOLIDATED FILES.
000280*                      16 - FILE ERROR OR TABLE OVERFLOW.
000290* Tectonics: cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 AJL   INITIAL VERSION - REPLACES THE HAND-BUILT
000340*                    CONCATENATION OVERRIDES OF THE CALCJOB
000350*                    STREAM-STEP CRASH RECOVERY PROCEDURE.
000352*   2026-10-15 AJL   RECORD LENGTHS FOR THE CURRENCY FIELDS
000354*                    (POSTING 73, SUSPENSE 82, CHECKPOINT 70);
000356*                    THE GL FEED NOW PROVES TO THE CHECKPOINT'S
000358*                    BASE-CURRENCY TOTAL.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CALCRSTC.
000390 AUTHOR. AARON LEE.
000400 INSTALLATION. I-AM-BORED DATA CENTER.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*----------------------------------------------------------------
000510* CKPT-FILE       - THE STREAM'S CHECKPOINT FILE (CALCCKP) AS
000520*                   THE RESTART RUN LEFT IT; THE LAST RECORD IS
000530*                   ITS FINAL CHECKPOINT.
000540* FAIL-xxx-FILE   - THE KEPT FAILED GENERATION OF EACH OUTPUT.
000550* REST-xxx-FILE   - THE RESTART GENERATION OF EACH OUTPUT.
000560* CONS-xxx-FILE   - THE CONSOLIDATED COPY OF EACH OUTPUT.
000570* REPORT-FILE     - RECOVERY REPORT: CUT, ROW COUNTS, PROOFS.
000580*----------------------------------------------------------------
000590     SELECT CKPT-FILE ASSIGN TO CKPTIN
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-CKPT-STATUS.
000630
000640     SELECT FAIL-RPT-FILE ASSIGN TO FRPTIN
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-FRPT-STATUS.
000680     SELECT REST-RPT-FILE ASSIGN TO RRPTIN
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-RRPT-STATUS.
000720     SELECT CONS-RPT-FILE ASSIGN TO CRPTOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-CRPT-STATUS.
000760
000770     SELECT FAIL-AUD-FILE ASSIGN TO FAUDIN
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-FAUD-STATUS.
000810     SELECT REST-AUD-FILE ASSIGN TO RAUDIN
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-RAUD-STATUS.
000850     SELECT CONS-AUD-FILE ASSIGN TO CAUDOUT
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-CAUD-STATUS.
000890
000900     SELECT FAIL-SUS-FILE ASSIGN TO FSUSIN
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS WS-FSUS-STATUS.
000940     SELECT REST-SUS-FILE ASSIGN TO RSUSIN
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS WS-RSUS-STATUS.
000980     SELECT CONS-SUS-FILE ASSIGN TO CSUSOUT
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE IS SEQUENTIAL
001010         FILE STATUS IS WS-CSUS-STATUS.
001020
001030     SELECT FAIL-PST-FILE ASSIGN TO FPSTIN
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE IS SEQUENTIAL
001060         FILE STATUS IS WS-FPST-STATUS.
001070     SELECT REST-PST-FILE ASSIGN TO RPSTIN
001080         ORGANIZATION IS SEQUENTIAL
001090         ACCESS MODE IS SEQUENTIAL
001100         FILE STATUS IS WS-RPST-STATUS.
001110     SELECT CONS-PST-FILE ASSIGN TO CPSTOUT
001120         ORGANIZATION IS SEQUENTIAL
001130         ACCESS MODE IS SEQUENTIAL
001140         FILE STATUS IS WS-CPST-STATUS.
001150
001160     SELECT FAIL-GL-FILE ASSIGN TO FGLIN
001170         ORGANIZATION IS SEQUENTIAL
001180         ACCESS MODE IS SEQUENTIAL
001190         FILE STATUS IS WS-FGL-STATUS.
001200     SELECT REST-GL-FILE ASSIGN TO RGLIN
001210         ORGANIZATION IS SEQUENTIAL
001220         ACCESS MODE IS SEQUENTIAL
001230         FILE STATUS IS WS-RGL-STATUS.
001240     SELECT CONS-GL-FILE ASSIGN TO CGLOUT
001250         ORGANIZATION IS SEQUENTIAL
001260         ACCESS MODE IS SEQUENTIAL
001270         FILE STATUS IS WS-CGL-STATUS.
001280
001290     SELECT FAIL-GLE-FILE ASSIGN TO FGLEIN
001300         ORGANIZATION IS SEQUENTIAL
001310         ACCESS MODE IS SEQUENTIAL
001320         FILE STATUS IS WS-FGLE-STATUS.
001330     SELECT REST-GLE-FILE ASSIGN TO RGLEIN
001340         ORGANIZATION IS SEQUENTIAL
001350         ACCESS MODE IS SEQUENTIAL
001360         FILE STATUS IS WS-RGLE-STATUS.
001370     SELECT CONS-GLE-FILE ASSIGN TO CGLEOUT
001380         ORGANIZATION IS SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001400         FILE STATUS IS WS-CGLE-STATUS.
001410
001420     SELECT REPORT-FILE ASSIGN TO RCVRPT
001430         ORGANIZATION IS SEQUENTIAL
001440         ACCESS MODE IS SEQUENTIAL
001450         FILE STATUS IS WS-REPORT-STATUS.
001460
001470 DATA DIVISION.
001480 FILE SECTION.
001490*----------------------------------------------------------------
001500* CKPT-FILE RECORD - SHARED LAYOUT, SEE CALCCKP COPYBOOK.
001510*----------------------------------------------------------------
001520 FD  CKPT-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 70 CHARACTERS.
001550 01  CK-CHECKPOINT-RECORD            PIC X(70).
001560
001570*----------------------------------------------------------------
001580* STREAM REPORT - 132 BYTE PRINT-IMAGE LINES.
001590*----------------------------------------------------------------
001600 FD  FAIL-RPT-FILE
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 132 CHARACTERS.
001630 01  FR-REPORT-LINE                  PIC X(132).
001640 FD  REST-RPT-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 132 CHARACTERS.
001670 01  RR-REPORT-LINE                  PIC X(132).
001680 FD  CONS-RPT-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 132 CHARACTERS.
001710 01  XR-REPORT-LINE                  PIC X(132).
001720
001730*----------------------------------------------------------------
001740* STREAM AUDIT ROWS - SHARED LAYOUT, SEE CALCAUD COPYBOOK.
001750*----------------------------------------------------------------
001760 FD  FAIL-AUD-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 110 CHARACTERS.
001790 01  FA-AUDIT-RECORD                 PIC X(110).
001800 FD  REST-AUD-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 110 CHARACTERS.
001830 01  RA-AUDIT-RECORD                 PIC X(110).
001840 FD  CONS-AUD-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 110 CHARACTERS.
001870 01  XA-AUDIT-RECORD                 PIC X(110).
001880
001890*----------------------------------------------------------------
001900* STREAM SUSPENSE ROWS - SHARED LAYOUT, SEE CALCSUS COPYBOOK.
001910*----------------------------------------------------------------
001920 FD  FAIL-SUS-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 82 CHARACTERS.
001950 01  FS-SUSPENSE-RECORD              PIC X(82).
001960 FD  REST-SUS-FILE
001970     LABEL RECORDS ARE STANDARD
001980     RECORD CONTAINS 82 CHARACTERS.
001990 01  RS-SUSPENSE-RECORD              PIC X(82).
002000 FD  CONS-SUS-FILE
002010     LABEL RECORDS ARE STANDARD
002020     RECORD CONTAINS 82 CHARACTERS.
002030 01  XS-SUSPENSE-RECORD              PIC X(82).
002040
002050*----------------------------------------------------------------
002060* STREAM POSTING EXTRACT - SHARED LAYOUT, SEE CALCREC COPYBOOK.
002070*----------------------------------------------------------------
002080 FD  FAIL-PST-FILE
002090     LABEL RECORDS ARE STANDARD
002100     RECORD CONTAINS 73 CHARACTERS.
002110 01  FP-POSTING-RECORD               PIC X(73).
002120 FD  REST-PST-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORD CONTAINS 73 CHARACTERS.
002150 01  RP-POSTING-RECORD               PIC X(73).
002160 FD  CONS-PST-FILE
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 73 CHARACTERS.
002190 01  XP-POSTING-RECORD               PIC X(73).
002200
002210*----------------------------------------------------------------
002220* STREAM GL FEED AND GL ERROR FILE - DETAILS PLUS ONE CONTROL
002230* RECORD, SEE WS-GL-RECORD.
002240*----------------------------------------------------------------
002250 FD  FAIL-GL-FILE
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 80 CHARACTERS.
002280 01  FG-GL-RECORD                    PIC X(80).
002290 FD  REST-GL-FILE
002300     LABEL RECORDS ARE STANDARD
002310     RECORD CONTAINS 80 CHARACTERS.
002320 01  RG-GL-RECORD                    PIC X(80).
002330 FD  CONS-GL-FILE
002340     LABEL RECORDS ARE STANDARD
002350     RECORD CONTAINS 80 CHARACTERS.
002360 01  XG-GL-RECORD                    PIC X(80).
002370 FD  FAIL-GLE-FILE
002380     LABEL RECORDS ARE STANDARD
002390     RECORD CONTAINS 80 CHARACTERS.
002400 01  FE-GLERR-RECORD                 PIC X(80).
002410 FD  REST-GLE-FILE
002420     LABEL RECORDS ARE STANDARD
002430     RECORD CONTAINS 80 CHARACTERS.
002440 01  RE-GLERR-RECORD                 PIC X(80).
002450 FD  CONS-GLE-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 80 CHARACTERS.
002480 01  XE-GLERR-RECORD                 PIC X(80).
002490
002500*----------------------------------------------------------------
002510* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
002520*----------------------------------------------------------------
002530 FD  REPORT-FILE
002540     LABEL RECORDS ARE STANDARD
002550     RECORD CONTAINS 132 CHARACTERS.
002560 01  RP-REPORT-LINE                  PIC X(132).
002570
002580 WORKING-STORAGE SECTION.
002590*----------------------------------------------------------------
002600* FILE STATUS SWITCHES
002610*----------------------------------------------------------------
002620 77  WS-CKPT-STATUS                  PIC X(02)      VALUE "00".
002630 77  WS-FRPT-STATUS                  PIC X(02)      VALUE "00".
002640 77  WS-RRPT-STATUS                  PIC X(02)      VALUE "00".
002650 77  WS-CRPT-STATUS                  PIC X(02)      VALUE "00".
002660 77  WS-FAUD-STATUS                  PIC X(02)      VALUE "00".
002670 77  WS-RAUD-STATUS                  PIC X(02)      VALUE "00".
002680 77  WS-CAUD-STATUS                  PIC X(02)      VALUE "00".
002690 77  WS-FSUS-STATUS                  PIC X(02)      VALUE "00".
002700 77  WS-RSUS-STATUS                  PIC X(02)      VALUE "00".
002710 77  WS-CSUS-STATUS                  PIC X(02)      VALUE "00".
002720 77  WS-FPST-STATUS                  PIC X(02)      VALUE "00".
002730 77  WS-RPST-STATUS                  PIC X(02)      VALUE "00".
002740 77  WS-CPST-STATUS                  PIC X(02)      VALUE "00".
002750 77  WS-FGL-STATUS                   PIC X(02)      VALUE "00".
002760 77  WS-RGL-STATUS                   PIC X(02)      VALUE "00".
002770 77  WS-CGL-STATUS                   PIC X(02)      VALUE "00".
002780 77  WS-FGLE-STATUS                  PIC X(02)      VALUE "00".
002790 77  WS-RGLE-STATUS                  PIC X(02)      VALUE "00".
002800 77  WS-CGLE-STATUS                  PIC X(02)      VALUE "00".
002810 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
002820
002830*----------------------------------------------------------------
002840* CONTROL SWITCHES AND COUNTERS
002850*----------------------------------------------------------------
002860 77  WS-FILE-EOF-SWITCH              PIC X(01)      VALUE "N".
002870     88  FILE-AT-END                                 VALUE "Y".
002880 77  WS-CUT-SWITCH                   PIC X(01)      VALUE "N".
002890     88  FAILED-CUT-REACHED                          VALUE "Y".
002900 77  WS-CKPT-SEEN-SWITCH             PIC X(01)      VALUE "N".
002910     88  FINAL-CHECKPOINT-SEEN                       VALUE "Y".
002920 77  WS-PROOF-SWITCH                 PIC X(01)      VALUE "Y".
002930     88  CONSOLIDATION-PROVED                        VALUE "Y".
002940     88  CONSOLIDATION-NOT-PROVED                    VALUE "N".
002950 77  WS-GL-CONTROL-SEEN              PIC S9(4)   COMP VALUE ZERO.
002960 77  WS-ERR-CONTROL-SEEN             PIC S9(4)   COMP VALUE ZERO.
002970 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
002980
002990*    FINAL CHECKPOINT FIGURES OF THE RESTART RUN
003000 77  WS-FIN-RECORD-COUNT             PIC S9(7)   COMP VALUE ZERO.
003010 77  WS-FIN-REJECT-COUNT             PIC S9(7)   COMP VALUE ZERO.
003020 77  WS-FIN-WAREHOUSED-COUNT         PIC S9(7)   COMP VALUE ZERO.
003030 77  WS-FIN-GRAND-TOTAL              PIC S9(13)V99 COMP-3
003040                                                     VALUE ZERO.
003043 77  WS-FIN-BASE-TOTAL               PIC S9(13)V99 COMP-3
003046                                                     VALUE ZERO.
003050 77  WS-FIN-TS-DATE                  PIC 9(08)      VALUE ZERO.
003060 77  WS-FIN-TS-TIME                  PIC 9(08)      VALUE ZERO.
003070
003080*    ROWS THE RESTART RUN WROTE ITSELF, AND THE RESTART POINT
003090*    (THE FAILED RUN'S LAST CHECKPOINT) DERIVED FROM THEM
003100 77  WS-RST-POST-COUNT               PIC S9(7)   COMP VALUE ZERO.
003110 77  WS-RST-SUSP-COUNT               PIC S9(7)   COMP VALUE ZERO.
003120 77  WS-RST-WHSE-COUNT               PIC S9(7)   COMP VALUE ZERO.
003130 77  WS-PT-PROCESSED                 PIC S9(7)   COMP VALUE ZERO.
003140 77  WS-PT-REJECTED                  PIC S9(7)   COMP VALUE ZERO.
003150 77  WS-PT-WAREHOUSED                PIC S9(7)   COMP VALUE ZERO.
003160
003170*    FAILED-GENERATION ROWS SEEN SO FAR, BY KIND, FOR THE CUT
003180 77  WS-FSN-PROCESSED                PIC S9(7)   COMP VALUE ZERO.
003190 77  WS-FSN-REJECTED                 PIC S9(7)   COMP VALUE ZERO.
003200 77  WS-FSN-WAREHOUSED               PIC S9(7)   COMP VALUE ZERO.
003210
003220*    WHAT THE CONSOLIDATED FILES ADD UP TO
003230 77  WS-CON-POST-AMOUNT              PIC S9(13)V99 COMP-3
003240                                                     VALUE ZERO.
003250 77  WS-CON-AUDIT-COUNT              PIC S9(7)   COMP VALUE ZERO.
003260 77  WS-CON-AUDIT-AMOUNT             PIC S9(13)V99 COMP-3
003270                                                     VALUE ZERO.
003280 77  WS-CON-RPT-DETAIL               PIC S9(7)   COMP VALUE ZERO.
003290 77  WS-CON-RPT-REJECT               PIC S9(7)   COMP VALUE ZERO.
003300 77  WS-CON-RPT-WHSE                 PIC S9(7)   COMP VALUE ZERO.
003310 77  WS-CON-GL-COUNT                 PIC S9(9)   COMP VALUE ZERO.
003320 77  WS-CON-GL-AMOUNT                PIC S9(13)V99 COMP-3
003330                                                     VALUE ZERO.
003340 77  WS-CON-ERR-COUNT                PIC S9(9)   COMP VALUE ZERO.
003350 77  WS-CON-ERR-AMOUNT               PIC S9(13)V99 COMP-3
003360                                                     VALUE ZERO.
003370 77  WS-CTL-GL-COUNT                 PIC S9(9)   COMP VALUE ZERO.
003380 77  WS-CTL-GL-AMOUNT                PIC S9(13)V99 COMP-3
003390                                                     VALUE ZERO.
003400 77  WS-CTL-ERR-COUNT                PIC S9(9)   COMP VALUE ZERO.
003410 77  WS-CTL-ERR-AMOUNT               PIC S9(13)V99 COMP-3
003420                                                     VALUE ZERO.
003430 77  WS-AUDIT-AMOUNT                 PIC S9(9)V99   VALUE ZERO.
003440 77  WS-NOT-REPROCESSED              PIC S9(7)   COMP VALUE ZERO.
003450
003460 77  WS-PROOF-COUNT-LHS              PIC S9(9)   COMP VALUE ZERO.
003470 77  WS-PROOF-COUNT-RHS              PIC S9(9)   COMP VALUE ZERO.
003480 77  WS-PROOF-AMOUNT-LHS             PIC S9(13)V99 COMP-3
003490                                                     VALUE ZERO.
003500 77  WS-PROOF-AMOUNT-RHS             PIC S9(13)V99 COMP-3
003510                                                     VALUE ZERO.
003520
003530*----------------------------------------------------------------
003540* ROW COUNTS PER OUTPUT, PRINTED AS ONE TABLE.  THE SUBSCRIPTS
003550* BELOW NAME THE ENTRIES.
003560*----------------------------------------------------------------
003570 77  WS-FX-REPORT                    PIC S9(4)   COMP VALUE 1.
003580 77  WS-FX-AUDIT                     PIC S9(4)   COMP VALUE 2.
003590 77  WS-FX-SUSPENSE                  PIC S9(4)   COMP VALUE 3.
003600 77  WS-FX-POSTING                   PIC S9(4)   COMP VALUE 4.
003610 77  WS-FX-GL                        PIC S9(4)   COMP VALUE 5.
003620 77  WS-FX-GLERR                     PIC S9(4)   COMP VALUE 6.
003630 77  WS-FX-SUB                       PIC S9(4)   COMP VALUE ZERO.
003640
003650 01  WS-FILE-NAME-VALUES.
003660     05  FILLER                      PIC X(15)  VALUE
003670         "REPORT".
003680     05  FILLER                      PIC X(15)  VALUE
003690         "AUDIT".
003700     05  FILLER                      PIC X(15)  VALUE
003710         "SUSPENSE".
003720     05  FILLER                      PIC X(15)  VALUE
003730         "POSTING EXTRACT".
003740     05  FILLER                      PIC X(15)  VALUE
003750         "GL FEED".
003760     05  FILLER                      PIC X(15)  VALUE
003770         "GL ERRORS".
003780 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
003790     05  WS-FX-NAME                  PIC X(15)  OCCURS 6 TIMES.
003800
003810 01  WS-FILE-COUNTS.
003820     05  WS-FC-ENTRY OCCURS 6 TIMES.
003830         10  WS-FC-FAILED-READ       PIC S9(7)   COMP.
003840         10  WS-FC-FAILED-KEPT       PIC S9(7)   COMP.
003850         10  WS-FC-RESTART-READ      PIC S9(7)   COMP.
003860         10  WS-FC-WRITTEN           PIC S9(7)   COMP.
003870
003880*----------------------------------------------------------------
003890* SUPERSEDED FAILED POSTINGS - EVERY FAILED POSTING ROW PAST THE
003900* RESTART POINT.  AT MOST ONE CHECKPOINT INTERVAL'S WORTH; THEIR
003910* SERIALS CUT THE GL FILES AND ARE LOOKED FOR AGAIN AMONG THE
003920* RESTART POSTINGS.
003930*----------------------------------------------------------------
003940 77  WS-SUP-MAX                      PIC S9(7)   COMP VALUE 1000.
003950 77  WS-SUP-USED                     PIC S9(7)   COMP VALUE ZERO.
003960 77  WS-SUP-SUB                      PIC S9(7)   COMP VALUE ZERO.
003970 77  WS-SUP-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
003980 77  WS-SUP-SEARCH-SERIAL            PIC 9(09)      VALUE ZERO.
003990 01  WS-SUPERSEDED-TABLE.
004000     05  WS-SUP-ENTRY OCCURS 1000 TIMES.
004010         10  WS-SUP-SERIAL           PIC 9(09).
004020         10  WS-SUP-REPROCESSED      PIC X(01).
004030
004040*----------------------------------------------------------------
004050* CURRENT RECORDS, READ INTO WORKING STORAGE SO ONE SET OF FIELD
004060* NAMES SERVES THE FAILED AND THE RESTART GENERATION.
004070*----------------------------------------------------------------
004080 01  WS-CHECKPOINT-RECORD.
004090     COPY CALCCKP.
004100
004110 01  WS-POST-RECORD.
004120     COPY CALCREC.
004130
004140 01  WS-AUDIT-RECORD.
004150     COPY CALCAUD.
004160
004170 01  WS-GL-RECORD.
004180     05  WS-GL-RECORD-TYPE           PIC X(01).
004190         88  GL-DETAIL-ROW                           VALUE "D".
004200         88  GL-CONTROL-ROW                          VALUE "C".
004210     05  WS-GL-DETAIL-BODY.
004220         10  WS-GL-DTL-ACCOUNT       PIC X(10).
004230         10  WS-GL-DTL-AMOUNT        PIC 9(13)V99.
004240         10  WS-GL-DTL-DC-INDICATOR  PIC X(01).
004250         10  WS-GL-DTL-EXTRACT-DATE  PIC 9(08).
004260         10  WS-GL-DTL-SERIAL-NUMBER PIC 9(09).
004270         10  FILLER                  PIC X(36).
004280     05  WS-GL-CONTROL-BODY REDEFINES WS-GL-DETAIL-BODY.
004290         10  WS-GL-CTL-COUNT         PIC 9(09).
004300         10  WS-GL-CTL-AMOUNT        PIC S9(13)V99
004310                                     SIGN LEADING SEPARATE.
004320         10  WS-GL-CTL-RUN-DATE      PIC 9(08).
004330         10  FILLER                  PIC X(46).
004340
004350*    A STREAM REPORT LINE, AND THE TWO WAYS OF LOOKING AT IT THAT
004360*    TELL A DETAIL LINE FROM A SUMMARY-FORMAT LINE.
004370 01  WS-REPORT-WORK-LINE             PIC X(132).
004380 01  WS-RWL-SUMMARY-VIEW REDEFINES WS-REPORT-WORK-LINE.
004390     05  FILLER                      PIC X(05).
004400     05  WS-RWL-LABEL                PIC X(30).
004410     05  FILLER                      PIC X(97).
004420 01  WS-RWL-DETAIL-VIEW REDEFINES WS-REPORT-WORK-LINE.
004430     05  FILLER                      PIC X(06).
004440     05  WS-RWL-FIRST-INTEGER        PIC X(09).
004450     05  WS-RWL-FIRST-POINT          PIC X(01).
004460     05  FILLER                      PIC X(116).
004470 77  WS-LINE-KIND                    PIC X(01)      VALUE SPACE.
004480     88  LINE-IS-DETAIL                              VALUE "D".
004490     88  LINE-IS-REJECT                              VALUE "J".
004500     88  LINE-IS-WAREHOUSED                          VALUE "W".
004510     88  LINE-IS-OTHER                               VALUE "O".
004520
004530 01  WS-RUN-DATE-FIELDS.
004540     05  WS-RUN-DATE                 PIC 9(08).
004550     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
004560         10  WS-RUN-YYYY              PIC 9(04).
004570         10  WS-RUN-MM                PIC 9(02).
004580         10  WS-RUN-DD                PIC 9(02).
004590
004600*----------------------------------------------------------------
004610* REPORT LINE LAYOUTS
004620*----------------------------------------------------------------
004630 01  WS-SUMMARY-LINE.
004640     05  FILLER                      PIC X(05)      VALUE SPACES.
004650     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
004660     05  FILLER                      PIC X(05)      VALUE SPACES.
004670     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
004680     05  FILLER                      PIC X(62)      VALUE SPACES.
004690
004700 01  WS-COUNT-HEADING.
004710     05  FILLER                      PIC X(05)      VALUE SPACES.
004720     05  FILLER                      PIC X(15)      VALUE
004730         "OUTPUT".
004740     05  FILLER                      PIC X(13)      VALUE
004750         "  FAILED READ".
004760     05  FILLER                      PIC X(13)      VALUE
004770         "  FAILED KEPT".
004780     05  FILLER                      PIC X(13)      VALUE
004790         "   SUPERSEDED".
004800     05  FILLER                      PIC X(13)      VALUE
004810         " RESTART READ".
004820     05  FILLER                      PIC X(13)      VALUE
004830         "      WRITTEN".
004840     05  FILLER                      PIC X(47)      VALUE SPACES.
004850
004860 01  WS-COUNT-LINE.
004870     05  FILLER                      PIC X(05)      VALUE SPACES.
004880     05  WS-CNT-NAME                 PIC X(15).
004890     05  FILLER                      PIC X(03)      VALUE SPACES.
004900     05  WS-CNT-FAILED-READ          PIC ZZ,ZZZ,ZZ9.
004910     05  FILLER                      PIC X(03)      VALUE SPACES.
004920     05  WS-CNT-FAILED-KEPT          PIC ZZ,ZZZ,ZZ9.
004930     05  FILLER                      PIC X(03)      VALUE SPACES.
004940     05  WS-CNT-SUPERSEDED           PIC ZZ,ZZZ,ZZ9.
004950     05  FILLER                      PIC X(03)      VALUE SPACES.
004960     05  WS-CNT-RESTART-READ         PIC ZZ,ZZZ,ZZ9.
004970     05  FILLER                      PIC X(03)      VALUE SPACES.
004980     05  WS-CNT-WRITTEN              PIC ZZ,ZZZ,ZZ9.
004990     05  FILLER                      PIC X(47)      VALUE SPACES.
005000
005010 01  WS-PROOF-LINE.
005020     05  FILLER                      PIC X(05)      VALUE SPACES.
005030     05  WS-PRF-LABEL                PIC X(30).
005040     05  FILLER                      PIC X(02)      VALUE SPACES.
005050     05  WS-PRF-ACTUAL               PIC X(21)  JUSTIFIED RIGHT.
005060     05  FILLER                      PIC X(02)      VALUE SPACES.
005070     05  WS-PRF-EXPECTED             PIC X(21)  JUSTIFIED RIGHT.
005080     05  FILLER                      PIC X(02)      VALUE SPACES.
005090     05  WS-PRF-RESULT               PIC X(10).
005100     05  FILLER                      PIC X(39)      VALUE SPACES.
005110
005120 01  WS-PROOF-HEADING.
005130     05  FILLER                      PIC X(05)      VALUE SPACES.
005140     05  FILLER                      PIC X(30)      VALUE
005150         "PROOF".
005160     05  FILLER                      PIC X(02)      VALUE SPACES.
005170     05  FILLER                      PIC X(21)      VALUE
005180         "         CONSOLIDATED".
005190     05  FILLER                      PIC X(02)      VALUE SPACES.
005200     05  FILLER                      PIC X(21)      VALUE
005210         "   CHECKPOINT/CONTROL".
005220     05  FILLER                      PIC X(02)      VALUE SPACES.
005230     05  FILLER                      PIC X(10)      VALUE
005240         "RESULT".
005250     05  FILLER                      PIC X(39)      VALUE SPACES.
005260
005270 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
005280 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
005290 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
005300 77  WS-SUM-SERIAL-ED                PIC 9(09).
005310 77  WS-PRF-COUNT-ED                 PIC -ZZZ,ZZZ,ZZ9.
005320
005330 LINKAGE SECTION.
005340*----------------------------------------------------------------
005350* PARM AREA - POSITIONS 1-2 NAME THE STREAM (S1/S2/S3) FOR THE
005360* REPORT HEADING ONLY; THE DD STATEMENTS PICK THE FILES.
005370*----------------------------------------------------------------
005380 01  WS-PARM-AREA.
005390     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
005400     05  WS-PARM-STREAM              PIC X(02).
005410     05  FILLER                      PIC X(78).
005420
005430 PROCEDURE DIVISION USING WS-PARM-AREA.
005440******************************************************************
005450* 0000-MAINLINE
005460*   TAKE THE FINAL CHECKPOINT, DERIVE THE RESTART POINT FROM THE
005470*   RESTART GENERATION, CONSOLIDATE EACH OUTPUT - POSTINGS FIRST,
005480*   SINCE THEIR SUPERSEDED SERIALS CUT THE GL FILES - THEN PRINT
005490*   THE ROW COUNTS AND THE PROOFS.
005500******************************************************************
005510 0000-MAINLINE.
005520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005530     PERFORM 1200-COUNT-RESTART-ROWS THRU 1200-EXIT.
005540     PERFORM 1300-DERIVE-RESTART-POINT THRU 1300-EXIT.
005550     PERFORM 2000-CONSOLIDATE-POSTINGS THRU 2000-EXIT.
005560     PERFORM 2100-CONSOLIDATE-SUSPENSE THRU 2100-EXIT.
005570     PERFORM 2200-CONSOLIDATE-AUDIT THRU 2200-EXIT.
005580     PERFORM 2300-CONSOLIDATE-REPORT THRU 2300-EXIT.
005590     PERFORM 2400-CONSOLIDATE-GL THRU 2400-EXIT.
005600     PERFORM 2500-CONSOLIDATE-GLERR THRU 2500-EXIT.
005610     PERFORM 7000-PRINT-FILE-COUNTS THRU 7000-EXIT.
005620     PERFORM 7500-LIST-NOT-REPROCESSED THRU 7500-EXIT.
005630     PERFORM 8000-PRINT-PROOFS THRU 8000-EXIT.
005640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005650     GO TO 9999-EXIT.
005660
005670******************************************************************
005680* 1000-INITIALIZE
005690*   PARM, REPORT OPEN AND HEADING, FINAL CHECKPOINT.
005700******************************************************************
005710 1000-INITIALIZE.
005720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005730     IF WS-PARM-LENGTH < 2
005740         MOVE SPACES TO WS-PARM-STREAM
005750     END-IF.
005760     INITIALIZE WS-FILE-COUNTS.
005770     OPEN OUTPUT REPORT-FILE.
005780     IF WS-REPORT-STATUS NOT = "00"
005790         DISPLAY "CALCRSTC - OPEN ERROR ON REPORT-FILE - STATUS "
005800             WS-REPORT-STATUS
005810         MOVE 16 TO WS-RETURN-CODE
005820         GO TO 9900-ABEND
005830     END-IF.
005840     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
005850     PERFORM 1100-READ-FINAL-CHECKPOINT THRU 1100-EXIT.
005860 1000-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 1100-READ-FINAL-CHECKPOINT / 1110-READ-ONE-CHECKPOINT
005910*   THE LAST RECORD ON THE CHECKPOINT FILE IS THE RESTART RUN'S
005920*   END-OF-RUN CHECKPOINT - ITS COUNTS ARE THE WHOLE DAY'S.
005930******************************************************************
005940 1100-READ-FINAL-CHECKPOINT.
005950     OPEN INPUT CKPT-FILE.
005960     IF WS-CKPT-STATUS NOT = "00"
005970         DISPLAY "CALCRSTC - OPEN ERROR ON CKPT-FILE - STATUS "
005980             WS-CKPT-STATUS
005990         MOVE 16 TO WS-RETURN-CODE
006000         GO TO 9900-ABEND
006010     END-IF.
006020     MOVE "N" TO WS-FILE-EOF-SWITCH.
006030     PERFORM 1110-READ-ONE-CHECKPOINT THRU 1110-EXIT
006040         UNTIL FILE-AT-END.
006050     CLOSE CKPT-FILE.
006060     IF NOT FINAL-CHECKPOINT-SEEN
006070         DISPLAY "CALCRSTC - NO CHECKPOINT ON CKPT-FILE - "
006080             "HAS THE RESTART RUN COMPLETED"
006090         MOVE 16 TO WS-RETURN-CODE
006100         GO TO 9900-ABEND
006110     END-IF.
006120
006130     MOVE SPACES TO WS-SUMMARY-LINE.
006140     MOVE "FINAL CHECKPOINT TAKEN" TO WS-SUM-LABEL.
006150     MOVE WS-FIN-TS-DATE TO WS-SUM-RUN-DATE-ED.
006160     STRING WS-SUM-RUN-DATE-ED DELIMITED BY SIZE
006170            " "                DELIMITED BY SIZE
006180            WS-FIN-TS-TIME     DELIMITED BY SIZE
006190         INTO WS-SUM-VALUE.
006200     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006210         AFTER ADVANCING 2 LINES.
006220     MOVE "  RECORDS PROCESSED" TO WS-SUM-LABEL.
006230     MOVE WS-FIN-RECORD-COUNT TO WS-SUM-COUNT-ED.
006240     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006250     MOVE "  RECORDS REJECTED" TO WS-SUM-LABEL.
006260     MOVE WS-FIN-REJECT-COUNT TO WS-SUM-COUNT-ED.
006270     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006280     MOVE "  RECORDS WAREHOUSED" TO WS-SUM-LABEL.
006290     MOVE WS-FIN-WAREHOUSED-COUNT TO WS-SUM-COUNT-ED.
006300     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006310     MOVE SPACES TO WS-SUMMARY-LINE.
006320     MOVE "  GRAND TOTAL" TO WS-SUM-LABEL.
006330     MOVE WS-FIN-GRAND-TOTAL TO WS-SUM-AMOUNT-ED.
006340     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006350     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006360         AFTER ADVANCING 1 LINE.
006361     MOVE SPACES TO WS-SUMMARY-LINE.
006362     MOVE "  BASE-CURRENCY TOTAL" TO WS-SUM-LABEL.
006363     MOVE WS-FIN-BASE-TOTAL TO WS-SUM-AMOUNT-ED.
006364     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
006365     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006366         AFTER ADVANCING 1 LINE.
006370 1100-EXIT.
006380     EXIT.
006390
006400 1110-READ-ONE-CHECKPOINT.
006410     READ CKPT-FILE INTO WS-CHECKPOINT-RECORD
006420         AT END
006430             SET FILE-AT-END TO TRUE
006440             GO TO 1110-EXIT
006450     END-READ.
006460     SET FINAL-CHECKPOINT-SEEN TO TRUE.
006470     MOVE RF-LAST-RECORD-COUNT TO WS-FIN-RECORD-COUNT.
006480     MOVE RF-LAST-REJECT-COUNT TO WS-FIN-REJECT-COUNT.
006490     MOVE RF-LAST-WAREHOUSED-COUNT TO WS-FIN-WAREHOUSED-COUNT.
006500     MOVE RF-LAST-GRAND-TOTAL TO WS-FIN-GRAND-TOTAL.
006505     MOVE RF-LAST-BASE-TOTAL TO WS-FIN-BASE-TOTAL.
006510     MOVE RF-TS-DATE TO WS-FIN-TS-DATE.
006520     MOVE RF-TS-TIME TO WS-FIN-TS-TIME.
006530 1110-EXIT.
006540     EXIT.
006550
006560 1140-WRITE-REPORT-HEADER.
006570     MOVE SPACES TO WS-SUMMARY-LINE.
006580     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
006590     MOVE "CALCRSTC - STREAM RECOVERY" TO WS-SUM-LABEL.
006600     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
006610     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
006620     MOVE SPACES TO WS-SUMMARY-LINE.
006630     MOVE "STREAM" TO WS-SUM-LABEL.
006640     MOVE WS-PARM-STREAM TO WS-SUM-VALUE.
006650     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006660         AFTER ADVANCING 1 LINE.
006670 1140-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 1200-COUNT-RESTART-ROWS
006720*   A FIRST PASS OVER THE RESTART GENERATION: ITS POSTINGS,
006730*   SUSPENSE ROWS AND WAREHOUSED REPORT LINES ARE EXACTLY WHAT
006740*   THE RESTART RUN ADDED TO THE CHECKPOINT IT STARTED FROM (THE
006750*   SKIP PASS WRITES NOTHING TO THESE FILES).
006760******************************************************************
006770 1200-COUNT-RESTART-ROWS.
006780     OPEN INPUT REST-PST-FILE.
006790     IF WS-RPST-STATUS NOT = "00"
006800         DISPLAY "CALCRSTC - OPEN ERROR ON REST-PST-FILE - "
006810             "STATUS " WS-RPST-STATUS
006820         MOVE 16 TO WS-RETURN-CODE
006830         GO TO 9900-ABEND
006840     END-IF.
006850     MOVE "N" TO WS-FILE-EOF-SWITCH.
006860     PERFORM 1210-COUNT-ONE-POSTING THRU 1210-EXIT
006870         UNTIL FILE-AT-END.
006880     CLOSE REST-PST-FILE.
006890
006900     OPEN INPUT REST-SUS-FILE.
006910     IF WS-RSUS-STATUS NOT = "00"
006920         DISPLAY "CALCRSTC - OPEN ERROR ON REST-SUS-FILE - "
006930             "STATUS " WS-RSUS-STATUS
006940         MOVE 16 TO WS-RETURN-CODE
006950         GO TO 9900-ABEND
006960     END-IF.
006970     MOVE "N" TO WS-FILE-EOF-SWITCH.
006980     PERFORM 1220-COUNT-ONE-SUSPENSE THRU 1220-EXIT
006990         UNTIL FILE-AT-END.
007000     CLOSE REST-SUS-FILE.
007010
007020     OPEN INPUT REST-RPT-FILE.
007030     IF WS-RRPT-STATUS NOT = "00"
007040         DISPLAY "CALCRSTC - OPEN ERROR ON REST-RPT-FILE - "
007050             "STATUS " WS-RRPT-STATUS
007060         MOVE 16 TO WS-RETURN-CODE
007070         GO TO 9900-ABEND
007080     END-IF.
007090     MOVE "N" TO WS-FILE-EOF-SWITCH.
007100     PERFORM 1230-COUNT-ONE-REPORT-LINE THRU 1230-EXIT
007110         UNTIL FILE-AT-END.
007120     CLOSE REST-RPT-FILE.
007130 1200-EXIT.
007140     EXIT.
007150
007160 1210-COUNT-ONE-POSTING.
007170     READ REST-PST-FILE
007180         AT END
007190             SET FILE-AT-END TO TRUE
007200             GO TO 1210-EXIT
007210     END-READ.
007220     ADD 1 TO WS-RST-POST-COUNT.
007230 1210-EXIT.
007240     EXIT.
007250
007260 1220-COUNT-ONE-SUSPENSE.
007270     READ REST-SUS-FILE
007280         AT END
007290             SET FILE-AT-END TO TRUE
007300             GO TO 1220-EXIT
007310     END-READ.
007320     ADD 1 TO WS-RST-SUSP-COUNT.
007330 1220-EXIT.
007340     EXIT.
007350
007360 1230-COUNT-ONE-REPORT-LINE.
007370     READ REST-RPT-FILE INTO WS-REPORT-WORK-LINE
007380         AT END
007390             SET FILE-AT-END TO TRUE
007400             GO TO 1230-EXIT
007410     END-READ.
007420     PERFORM 2390-CLASSIFY-LINE THRU 2390-EXIT.
007430     IF LINE-IS-WAREHOUSED
007440         ADD 1 TO WS-RST-WHSE-COUNT
007450     END-IF.
007460 1230-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500* 1300-DERIVE-RESTART-POINT
007510*   FINAL CHECKPOINT LESS THE RESTART RUN'S OWN ROWS = THE
007520*   CHECKPOINT THE RESTART RUN STARTED FROM.  A NEGATIVE RESULT
007530*   MEANS THE CHECKPOINT FILE AND THE RESTART GENERATION ARE NOT
007540*   FROM THE SAME RUN.
007550******************************************************************
007560 1300-DERIVE-RESTART-POINT.
007570     COMPUTE WS-PT-PROCESSED =
007580         WS-FIN-RECORD-COUNT - WS-RST-POST-COUNT.
007590     COMPUTE WS-PT-REJECTED =
007600         WS-FIN-REJECT-COUNT - WS-RST-SUSP-COUNT.
007610     COMPUTE WS-PT-WAREHOUSED =
007620         WS-FIN-WAREHOUSED-COUNT - WS-RST-WHSE-COUNT.
007630     IF WS-PT-PROCESSED < ZERO
007640        OR WS-PT-REJECTED < ZERO
007650        OR WS-PT-WAREHOUSED < ZERO
007660         DISPLAY "CALCRSTC - RESTART GENERATION EXCEEDS THE "
007670             "FINAL CHECKPOINT - WRONG FILE OR GENERATION"
007680         MOVE 16 TO WS-RETURN-CODE
007690         GO TO 9900-ABEND
007700     END-IF.
007710
007720     MOVE SPACES TO WS-SUMMARY-LINE.
007730     MOVE "RESTART POINT (DERIVED)" TO WS-SUM-LABEL.
007740     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007750         AFTER ADVANCING 2 LINES.
007760     MOVE "  RECORDS PROCESSED" TO WS-SUM-LABEL.
007770     MOVE WS-PT-PROCESSED TO WS-SUM-COUNT-ED.
007780     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007790     MOVE "  RECORDS REJECTED" TO WS-SUM-LABEL.
007800     MOVE WS-PT-REJECTED TO WS-SUM-COUNT-ED.
007810     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007820     MOVE "  RECORDS WAREHOUSED" TO WS-SUM-LABEL.
007830     MOVE WS-PT-WAREHOUSED TO WS-SUM-COUNT-ED.
007840     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
007850 1300-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890* 2000-CONSOLIDATE-POSTINGS
007900*   THE FIRST RESTART-POINT ROWS OF THE FAILED EXTRACT, THEN THE
007910*   WHOLE RESTART EXTRACT.  A FAILED ROW PAST THE POINT IS
007920*   SUPERSEDED AND ITS SERIAL REMEMBERED.
007930******************************************************************
007940 2000-CONSOLIDATE-POSTINGS.
007950     OPEN INPUT FAIL-PST-FILE.
007960     IF WS-FPST-STATUS NOT = "00"
007970         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-PST-FILE - "
007980             "STATUS " WS-FPST-STATUS
007990         MOVE 16 TO WS-RETURN-CODE
008000         GO TO 9900-ABEND
008010     END-IF.
008020     OPEN OUTPUT CONS-PST-FILE.
008030     IF WS-CPST-STATUS NOT = "00"
008040         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-PST-FILE - "
008050             "STATUS " WS-CPST-STATUS
008060         MOVE 16 TO WS-RETURN-CODE
008070         GO TO 9900-ABEND
008080     END-IF.
008090     MOVE "N" TO WS-FILE-EOF-SWITCH.
008100     PERFORM 2010-COPY-FAILED-POSTING THRU 2010-EXIT
008110         UNTIL FILE-AT-END.
008120     CLOSE FAIL-PST-FILE.
008130
008140     OPEN INPUT REST-PST-FILE.
008150     IF WS-RPST-STATUS NOT = "00"
008160         DISPLAY "CALCRSTC - OPEN ERROR ON REST-PST-FILE - "
008170             "STATUS " WS-RPST-STATUS
008180         MOVE 16 TO WS-RETURN-CODE
008190         GO TO 9900-ABEND
008200     END-IF.
008210     MOVE "N" TO WS-FILE-EOF-SWITCH.
008220     PERFORM 2020-COPY-RESTART-POSTING THRU 2020-EXIT
008230         UNTIL FILE-AT-END.
008240     CLOSE REST-PST-FILE.
008250     CLOSE CONS-PST-FILE.
008260 2000-EXIT.
008270     EXIT.
008280
008290 2010-COPY-FAILED-POSTING.
008300     READ FAIL-PST-FILE INTO WS-POST-RECORD
008310         AT END
008320             SET FILE-AT-END TO TRUE
008330             GO TO 2010-EXIT
008340     END-READ.
008350     ADD 1 TO WS-FC-FAILED-READ (WS-FX-POSTING).
008360     IF WS-FC-FAILED-READ (WS-FX-POSTING) > WS-PT-PROCESSED
008370         PERFORM 2090-ADD-SUPERSEDED THRU 2090-EXIT
008380         GO TO 2010-EXIT
008390     END-IF.
008400     WRITE XP-POSTING-RECORD FROM WS-POST-RECORD.
008410     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-POSTING).
008420     ADD 1 TO WS-FC-WRITTEN (WS-FX-POSTING).
008430     ADD CR-RESULT TO WS-CON-POST-AMOUNT.
008440 2010-EXIT.
008450     EXIT.
008460
008470 2020-COPY-RESTART-POSTING.
008480     READ REST-PST-FILE INTO WS-POST-RECORD
008490         AT END
008500             SET FILE-AT-END TO TRUE
008510             GO TO 2020-EXIT
008520     END-READ.
008530     ADD 1 TO WS-FC-RESTART-READ (WS-FX-POSTING).
008540     WRITE XP-POSTING-RECORD FROM WS-POST-RECORD.
008550     ADD 1 TO WS-FC-WRITTEN (WS-FX-POSTING).
008560     ADD CR-RESULT TO WS-CON-POST-AMOUNT.
008570     MOVE CR-SERIAL-NUMBER TO WS-SUP-SEARCH-SERIAL.
008580     PERFORM 2080-FIND-SUPERSEDED THRU 2080-EXIT.
008590     IF WS-SUP-FOUND-SUB > ZERO
008600         MOVE "Y" TO WS-SUP-REPROCESSED (WS-SUP-FOUND-SUB)
008610     END-IF.
008620 2020-EXIT.
008630     EXIT.
008640
008650 2080-FIND-SUPERSEDED.
008660     MOVE ZERO TO WS-SUP-FOUND-SUB.
008670     PERFORM 2085-SCAN-ONE-SUPERSEDED THRU 2085-EXIT
008680         VARYING WS-SUP-SUB FROM 1 BY 1
008690         UNTIL WS-SUP-SUB > WS-SUP-USED
008700            OR WS-SUP-FOUND-SUB > ZERO.
008710 2080-EXIT.
008720     EXIT.
008730
008740 2085-SCAN-ONE-SUPERSEDED.
008750     IF WS-SUP-SERIAL (WS-SUP-SUB) = WS-SUP-SEARCH-SERIAL
008760         MOVE WS-SUP-SUB TO WS-SUP-FOUND-SUB
008770     END-IF.
008780 2085-EXIT.
008790     EXIT.
008800
008810 2090-ADD-SUPERSEDED.
008820     IF WS-SUP-USED >= WS-SUP-MAX
008830         DISPLAY "CALCRSTC - SUPERSEDED POSTING TABLE FULL"
008840         MOVE 16 TO WS-RETURN-CODE
008850         GO TO 9900-ABEND
008860     END-IF.
008870     ADD 1 TO WS-SUP-USED.
008880     MOVE CR-SERIAL-NUMBER TO WS-SUP-SERIAL (WS-SUP-USED).
008890     MOVE "N" TO WS-SUP-REPROCESSED (WS-SUP-USED).
008900 2090-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 2100-CONSOLIDATE-SUSPENSE
008950*   ONE SUSPENSE ROW PER REJECT - THE FIRST RESTART-POINT REJECTS
008960*   OF THE FAILED FILE, THEN THE RESTART FILE.
008970******************************************************************
008980 2100-CONSOLIDATE-SUSPENSE.
008990     OPEN INPUT FAIL-SUS-FILE.
009000     IF WS-FSUS-STATUS NOT = "00"
009010         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-SUS-FILE - "
009020             "STATUS " WS-FSUS-STATUS
009030         MOVE 16 TO WS-RETURN-CODE
009040         GO TO 9900-ABEND
009050     END-IF.
009060     OPEN OUTPUT CONS-SUS-FILE.
009070     IF WS-CSUS-STATUS NOT = "00"
009080         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-SUS-FILE - "
009090             "STATUS " WS-CSUS-STATUS
009100         MOVE 16 TO WS-RETURN-CODE
009110         GO TO 9900-ABEND
009120     END-IF.
009130     MOVE "N" TO WS-FILE-EOF-SWITCH.
009140     PERFORM 2110-COPY-FAILED-SUSPENSE THRU 2110-EXIT
009150         UNTIL FILE-AT-END.
009160     CLOSE FAIL-SUS-FILE.
009170
009180     OPEN INPUT REST-SUS-FILE.
009190     IF WS-RSUS-STATUS NOT = "00"
009200         DISPLAY "CALCRSTC - OPEN ERROR ON REST-SUS-FILE - "
009210             "STATUS " WS-RSUS-STATUS
009220         MOVE 16 TO WS-RETURN-CODE
009230         GO TO 9900-ABEND
009240     END-IF.
009250     MOVE "N" TO WS-FILE-EOF-SWITCH.
009260     PERFORM 2120-COPY-RESTART-SUSPENSE THRU 2120-EXIT
009270         UNTIL FILE-AT-END.
009280     CLOSE REST-SUS-FILE.
009290     CLOSE CONS-SUS-FILE.
009300 2100-EXIT.
009310     EXIT.
009320
009330 2110-COPY-FAILED-SUSPENSE.
009340     READ FAIL-SUS-FILE
009350         AT END
009360             SET FILE-AT-END TO TRUE
009370             GO TO 2110-EXIT
009380     END-READ.
009390     ADD 1 TO WS-FC-FAILED-READ (WS-FX-SUSPENSE).
009400     IF WS-FC-FAILED-READ (WS-FX-SUSPENSE) > WS-PT-REJECTED
009410         GO TO 2110-EXIT
009420     END-IF.
009430     WRITE XS-SUSPENSE-RECORD FROM FS-SUSPENSE-RECORD.
009440     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-SUSPENSE).
009450     ADD 1 TO WS-FC-WRITTEN (WS-FX-SUSPENSE).
009460 2110-EXIT.
009470     EXIT.
009480
009490 2120-COPY-RESTART-SUSPENSE.
009500     READ REST-SUS-FILE
009510         AT END
009520             SET FILE-AT-END TO TRUE
009530             GO TO 2120-EXIT
009540     END-READ.
009550     ADD 1 TO WS-FC-RESTART-READ (WS-FX-SUSPENSE).
009560     WRITE XS-SUSPENSE-RECORD FROM RS-SUSPENSE-RECORD.
009570     ADD 1 TO WS-FC-WRITTEN (WS-FX-SUSPENSE).
009580 2120-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 2200-CONSOLIDATE-AUDIT
009630*   ONE PROCESSED OR REVERSAL ROW PER PROCESSED RECORD.  THE
009640*   FAILED TRAIL IS CUT AT THE FIRST SUCH ROW PAST THE RESTART
009650*   POINT; EVERYTHING FROM THERE ON IS SUPERSEDED.
009660******************************************************************
009670 2200-CONSOLIDATE-AUDIT.
009680     OPEN INPUT FAIL-AUD-FILE.
009690     IF WS-FAUD-STATUS NOT = "00"
009700         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-AUD-FILE - "
009710             "STATUS " WS-FAUD-STATUS
009720         MOVE 16 TO WS-RETURN-CODE
009730         GO TO 9900-ABEND
009740     END-IF.
009750     OPEN OUTPUT CONS-AUD-FILE.
009760     IF WS-CAUD-STATUS NOT = "00"
009770         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-AUD-FILE - "
009780             "STATUS " WS-CAUD-STATUS
009790         MOVE 16 TO WS-RETURN-CODE
009800         GO TO 9900-ABEND
009810     END-IF.
009820     MOVE "N" TO WS-FILE-EOF-SWITCH.
009830     MOVE "N" TO WS-CUT-SWITCH.
009840     MOVE ZERO TO WS-FSN-PROCESSED.
009850     PERFORM 2210-COPY-FAILED-AUDIT THRU 2210-EXIT
009860         UNTIL FILE-AT-END.
009870     CLOSE FAIL-AUD-FILE.
009880
009890     OPEN INPUT REST-AUD-FILE.
009900     IF WS-RAUD-STATUS NOT = "00"
009910         DISPLAY "CALCRSTC - OPEN ERROR ON REST-AUD-FILE - "
009920             "STATUS " WS-RAUD-STATUS
009930         MOVE 16 TO WS-RETURN-CODE
009940         GO TO 9900-ABEND
009950     END-IF.
009960     MOVE "N" TO WS-FILE-EOF-SWITCH.
009970     PERFORM 2220-COPY-RESTART-AUDIT THRU 2220-EXIT
009980         UNTIL FILE-AT-END.
009990     CLOSE REST-AUD-FILE.
010000     CLOSE CONS-AUD-FILE.
010010 2200-EXIT.
010020     EXIT.
010030
010040 2210-COPY-FAILED-AUDIT.
010050     READ FAIL-AUD-FILE INTO WS-AUDIT-RECORD
010060         AT END
010070             SET FILE-AT-END TO TRUE
010080             GO TO 2210-EXIT
010090     END-READ.
010100     ADD 1 TO WS-FC-FAILED-READ (WS-FX-AUDIT).
010110     IF FAILED-CUT-REACHED
010120         GO TO 2210-EXIT
010130     END-IF.
010140     IF AU-STATUS-PROCESSED OR AU-STATUS-REVERSAL
010150         ADD 1 TO WS-FSN-PROCESSED
010160         IF WS-FSN-PROCESSED > WS-PT-PROCESSED
010170             SET FAILED-CUT-REACHED TO TRUE
010180             GO TO 2210-EXIT
010190         END-IF
010200     END-IF.
010210     WRITE XA-AUDIT-RECORD FROM WS-AUDIT-RECORD.
010220     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-AUDIT).
010230     ADD 1 TO WS-FC-WRITTEN (WS-FX-AUDIT).
010240     PERFORM 2290-TALLY-AUDIT THRU 2290-EXIT.
010250 2210-EXIT.
010260     EXIT.
010270
010280 2220-COPY-RESTART-AUDIT.
010290     READ REST-AUD-FILE INTO WS-AUDIT-RECORD
010300         AT END
010310             SET FILE-AT-END TO TRUE
010320             GO TO 2220-EXIT
010330     END-READ.
010340     ADD 1 TO WS-FC-RESTART-READ (WS-FX-AUDIT).
010350     WRITE XA-AUDIT-RECORD FROM WS-AUDIT-RECORD.
010360     ADD 1 TO WS-FC-WRITTEN (WS-FX-AUDIT).
010370     PERFORM 2290-TALLY-AUDIT THRU 2290-EXIT.
010380 2220-EXIT.
010390     EXIT.
010400
010410 2290-TALLY-AUDIT.
010420     IF AU-STATUS-PROCESSED OR AU-STATUS-REVERSAL
010430         ADD 1 TO WS-CON-AUDIT-COUNT
010440         MOVE AU-RESULT TO WS-AUDIT-AMOUNT
010450         ADD WS-AUDIT-AMOUNT TO WS-CON-AUDIT-AMOUNT
010460     END-IF.
010470 2290-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510* 2300-CONSOLIDATE-REPORT
010520*   THE FAILED REPORT'S HEADING, ITS DETAIL, REJECT AND
010530*   WAREHOUSED LINES UP TO THE RESTART POINT, THEN THE RESTART
010540*   REPORT LESS ITS OWN HEADING - ITS CONTROL TOTALS COVER THE
010550*   WHOLE DAY.  THE FAILED REPORT IS CUT AT THE FIRST LINE PAST
010560*   THE POINT OR AT ITS OWN CONTROL TOTALS IF IT GOT THAT FAR.
010570******************************************************************
010580 2300-CONSOLIDATE-REPORT.
010590     OPEN INPUT FAIL-RPT-FILE.
010600     IF WS-FRPT-STATUS NOT = "00"
010610         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-RPT-FILE - "
010620             "STATUS " WS-FRPT-STATUS
010630         MOVE 16 TO WS-RETURN-CODE
010640         GO TO 9900-ABEND
010650     END-IF.
010660     OPEN OUTPUT CONS-RPT-FILE.
010670     IF WS-CRPT-STATUS NOT = "00"
010680         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-RPT-FILE - "
010690             "STATUS " WS-CRPT-STATUS
010700         MOVE 16 TO WS-RETURN-CODE
010710         GO TO 9900-ABEND
010720     END-IF.
010730     MOVE "N" TO WS-FILE-EOF-SWITCH.
010740     MOVE "N" TO WS-CUT-SWITCH.
010750     MOVE ZERO TO WS-FSN-PROCESSED.
010760     MOVE ZERO TO WS-FSN-REJECTED.
010770     MOVE ZERO TO WS-FSN-WAREHOUSED.
010780     PERFORM 2310-COPY-FAILED-LINE THRU 2310-EXIT
010790         UNTIL FILE-AT-END.
010800     CLOSE FAIL-RPT-FILE.
010810
010820     OPEN INPUT REST-RPT-FILE.
010830     IF WS-RRPT-STATUS NOT = "00"
010840         DISPLAY "CALCRSTC - OPEN ERROR ON REST-RPT-FILE - "
010850             "STATUS " WS-RRPT-STATUS
010860         MOVE 16 TO WS-RETURN-CODE
010870         GO TO 9900-ABEND
010880     END-IF.
010890     MOVE "N" TO WS-FILE-EOF-SWITCH.
010900     PERFORM 2320-COPY-RESTART-LINE THRU 2320-EXIT
010910         UNTIL FILE-AT-END.
010920     CLOSE REST-RPT-FILE.
010930     CLOSE CONS-RPT-FILE.
010940 2300-EXIT.
010950     EXIT.
010960
010970 2310-COPY-FAILED-LINE.
010980     READ FAIL-RPT-FILE INTO WS-REPORT-WORK-LINE
010990         AT END
011000             SET FILE-AT-END TO TRUE
011010             GO TO 2310-EXIT
011020     END-READ.
011030     ADD 1 TO WS-FC-FAILED-READ (WS-FX-REPORT).
011040     IF FAILED-CUT-REACHED
011050         GO TO 2310-EXIT
011060     END-IF.
011070*    THE FIRST LINE IS THE RUN HEADING - ALWAYS KEPT.
011080     IF WS-FC-FAILED-READ (WS-FX-REPORT) = 1
011090         GO TO 2310-WRITE
011100     END-IF.
011110     PERFORM 2390-CLASSIFY-LINE THRU 2390-EXIT.
011120     IF LINE-IS-DETAIL
011130         ADD 1 TO WS-FSN-PROCESSED
011140         IF WS-FSN-PROCESSED > WS-PT-PROCESSED
011150             SET FAILED-CUT-REACHED TO TRUE
011160         END-IF
011170     END-IF.
011180     IF LINE-IS-REJECT
011190         ADD 1 TO WS-FSN-REJECTED
011200         IF WS-FSN-REJECTED > WS-PT-REJECTED
011210             SET FAILED-CUT-REACHED TO TRUE
011220         END-IF
011230     END-IF.
011240     IF LINE-IS-WAREHOUSED
011250         ADD 1 TO WS-FSN-WAREHOUSED
011260         IF WS-FSN-WAREHOUSED > WS-PT-WAREHOUSED
011270             SET FAILED-CUT-REACHED TO TRUE
011280         END-IF
011290     END-IF.
011300     IF LINE-IS-OTHER
011310         SET FAILED-CUT-REACHED TO TRUE
011320     END-IF.
011330     IF FAILED-CUT-REACHED
011340         GO TO 2310-EXIT
011350     END-IF.
011360     PERFORM 2395-TALLY-LINE THRU 2395-EXIT.
011370 2310-WRITE.
011380     WRITE XR-REPORT-LINE FROM WS-REPORT-WORK-LINE.
011390     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-REPORT).
011400     ADD 1 TO WS-FC-WRITTEN (WS-FX-REPORT).
011410 2310-EXIT.
011420     EXIT.
011430
011440 2320-COPY-RESTART-LINE.
011450     READ REST-RPT-FILE INTO WS-REPORT-WORK-LINE
011460         AT END
011470             SET FILE-AT-END TO TRUE
011480             GO TO 2320-EXIT
011490     END-READ.
011500     ADD 1 TO WS-FC-RESTART-READ (WS-FX-REPORT).
011510*    THE RESTART RUN'S OWN HEADING WOULD SPLIT THE REPORT IN TWO.
011520     IF WS-FC-RESTART-READ (WS-FX-REPORT) = 1
011530         GO TO 2320-EXIT
011540     END-IF.
011550     PERFORM 2390-CLASSIFY-LINE THRU 2390-EXIT.
011560     PERFORM 2395-TALLY-LINE THRU 2395-EXIT.
011570     WRITE XR-REPORT-LINE FROM WS-REPORT-WORK-LINE.
011580     ADD 1 TO WS-FC-WRITTEN (WS-FX-REPORT).
011590 2320-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630* 2390-CLASSIFY-LINE
011640*   A DETAIL LINE CARRIES THE FIRST OPERAND AS -9(9).99 FROM
011650*   COLUMN 6; REJECT AND WAREHOUSED LINES ARE SUMMARY-FORMAT
011660*   LINES WITH A FIXED LABEL.  ANYTHING ELSE IS HEADING OR
011670*   CONTROL TOTALS.
011680******************************************************************
011690 2390-CLASSIFY-LINE.
011700     SET LINE-IS-OTHER TO TRUE.
011710     IF WS-RWL-FIRST-INTEGER NUMERIC
011720        AND WS-RWL-FIRST-POINT = "."
011730         SET LINE-IS-DETAIL TO TRUE
011740         GO TO 2390-EXIT
011750     END-IF.
011760     IF WS-RWL-LABEL = "** RECORD REJECTED - SEQUENCE"
011770         SET LINE-IS-REJECT TO TRUE
011780         GO TO 2390-EXIT
011790     END-IF.
011800     IF WS-RWL-LABEL = "** WAREHOUSED - SEQUENCE"
011810         SET LINE-IS-WAREHOUSED TO TRUE
011820     END-IF.
011830 2390-EXIT.
011840     EXIT.
011850
011860 2395-TALLY-LINE.
011870     IF LINE-IS-DETAIL
011880         ADD 1 TO WS-CON-RPT-DETAIL
011890     END-IF.
011900     IF LINE-IS-REJECT
011910         ADD 1 TO WS-CON-RPT-REJECT
011920     END-IF.
011930     IF LINE-IS-WAREHOUSED
011940         ADD 1 TO WS-CON-RPT-WHSE
011950     END-IF.
011960 2395-EXIT.
011970     EXIT.
011980
011990******************************************************************
012000* 2400-CONSOLIDATE-GL
012010*   FAILED FEED DETAILS WHOSE SERIAL WAS NOT SUPERSEDED, THEN THE
012020*   WHOLE RESTART FEED.  THE FAILED RUN'S CONTROL RECORD, IF IT
012030*   WROTE ONE, IS DROPPED - THE RESTART RUN'S COVERS THE DAY.
012040******************************************************************
012050 2400-CONSOLIDATE-GL.
012060     OPEN INPUT FAIL-GL-FILE.
012070     IF WS-FGL-STATUS NOT = "00"
012080         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-GL-FILE - "
012090             "STATUS " WS-FGL-STATUS
012100         MOVE 16 TO WS-RETURN-CODE
012110         GO TO 9900-ABEND
012120     END-IF.
012130     OPEN OUTPUT CONS-GL-FILE.
012140     IF WS-CGL-STATUS NOT = "00"
012150         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-GL-FILE - "
012160             "STATUS " WS-CGL-STATUS
012170         MOVE 16 TO WS-RETURN-CODE
012180         GO TO 9900-ABEND
012190     END-IF.
012200     MOVE "N" TO WS-FILE-EOF-SWITCH.
012210     PERFORM 2410-COPY-FAILED-GL THRU 2410-EXIT
012220         UNTIL FILE-AT-END.
012230     CLOSE FAIL-GL-FILE.
012240
012250     OPEN INPUT REST-GL-FILE.
012260     IF WS-RGL-STATUS NOT = "00"
012270         DISPLAY "CALCRSTC - OPEN ERROR ON REST-GL-FILE - "
012280             "STATUS " WS-RGL-STATUS
012290         MOVE 16 TO WS-RETURN-CODE
012300         GO TO 9900-ABEND
012310     END-IF.
012320     MOVE "N" TO WS-FILE-EOF-SWITCH.
012330     PERFORM 2420-COPY-RESTART-GL THRU 2420-EXIT
012340         UNTIL FILE-AT-END.
012350     CLOSE REST-GL-FILE.
012360     CLOSE CONS-GL-FILE.
012370 2400-EXIT.
012380     EXIT.
012390
012400 2410-COPY-FAILED-GL.
012410     READ FAIL-GL-FILE INTO WS-GL-RECORD
012420         AT END
012430             SET FILE-AT-END TO TRUE
012440             GO TO 2410-EXIT
012450     END-READ.
012460     ADD 1 TO WS-FC-FAILED-READ (WS-FX-GL).
012470     IF NOT GL-DETAIL-ROW
012480         GO TO 2410-EXIT
012490     END-IF.
012500     MOVE WS-GL-DTL-SERIAL-NUMBER TO WS-SUP-SEARCH-SERIAL.
012510     PERFORM 2080-FIND-SUPERSEDED THRU 2080-EXIT.
012520     IF WS-SUP-FOUND-SUB > ZERO
012530         GO TO 2410-EXIT
012540     END-IF.
012550     WRITE XG-GL-RECORD FROM WS-GL-RECORD.
012560     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-GL).
012570     ADD 1 TO WS-FC-WRITTEN (WS-FX-GL).
012580     ADD 1 TO WS-CON-GL-COUNT.
012590     PERFORM 2490-SIGN-GL-AMOUNT THRU 2490-EXIT.
012600     ADD WS-PROOF-AMOUNT-LHS TO WS-CON-GL-AMOUNT.
012610 2410-EXIT.
012620     EXIT.
012630
012640 2420-COPY-RESTART-GL.
012650     READ REST-GL-FILE INTO WS-GL-RECORD
012660         AT END
012670             SET FILE-AT-END TO TRUE
012680             GO TO 2420-EXIT
012690     END-READ.
012700     ADD 1 TO WS-FC-RESTART-READ (WS-FX-GL).
012710     WRITE XG-GL-RECORD FROM WS-GL-RECORD.
012720     ADD 1 TO WS-FC-WRITTEN (WS-FX-GL).
012730     IF GL-CONTROL-ROW
012740         ADD 1 TO WS-GL-CONTROL-SEEN
012750         MOVE WS-GL-CTL-COUNT TO WS-CTL-GL-COUNT
012760         MOVE WS-GL-CTL-AMOUNT TO WS-CTL-GL-AMOUNT
012770         GO TO 2420-EXIT
012780     END-IF.
012790     ADD 1 TO WS-CON-GL-COUNT.
012800     PERFORM 2490-SIGN-GL-AMOUNT THRU 2490-EXIT.
012810     ADD WS-PROOF-AMOUNT-LHS TO WS-CON-GL-AMOUNT.
012820 2420-EXIT.
012830     EXIT.
012840
012850*    A DETAIL AMOUNT GOES OUT UNSIGNED WITH ITS INDICATOR - A
012860*    DEBIT IS THE NEGATIVE RESULT.
012870 2490-SIGN-GL-AMOUNT.
012880     IF WS-GL-DTL-DC-INDICATOR = "D"
012890         COMPUTE WS-PROOF-AMOUNT-LHS = ZERO - WS-GL-DTL-AMOUNT
012900     ELSE
012910         MOVE WS-GL-DTL-AMOUNT TO WS-PROOF-AMOUNT-LHS
012920     END-IF.
012930 2490-EXIT.
012940     EXIT.
012950
012960******************************************************************
012970* 2500-CONSOLIDATE-GLERR
012980*   THE GL MAPPING-ERROR FILE, CUT THE SAME WAY AS THE FEED.
012990******************************************************************
013000 2500-CONSOLIDATE-GLERR.
013010     OPEN INPUT FAIL-GLE-FILE.
013020     IF WS-FGLE-STATUS NOT = "00"
013030         DISPLAY "CALCRSTC - OPEN ERROR ON FAIL-GLE-FILE - "
013040             "STATUS " WS-FGLE-STATUS
013050         MOVE 16 TO WS-RETURN-CODE
013060         GO TO 9900-ABEND
013070     END-IF.
013080     OPEN OUTPUT CONS-GLE-FILE.
013090     IF WS-CGLE-STATUS NOT = "00"
013100         DISPLAY "CALCRSTC - OPEN ERROR ON CONS-GLE-FILE - "
013110             "STATUS " WS-CGLE-STATUS
013120         MOVE 16 TO WS-RETURN-CODE
013130         GO TO 9900-ABEND
013140     END-IF.
013150     MOVE "N" TO WS-FILE-EOF-SWITCH.
013160     PERFORM 2510-COPY-FAILED-GLERR THRU 2510-EXIT
013170         UNTIL FILE-AT-END.
013180     CLOSE FAIL-GLE-FILE.
013190
013200     OPEN INPUT REST-GLE-FILE.
013210     IF WS-RGLE-STATUS NOT = "00"
013220         DISPLAY "CALCRSTC - OPEN ERROR ON REST-GLE-FILE - "
013230             "STATUS " WS-RGLE-STATUS
013240         MOVE 16 TO WS-RETURN-CODE
013250         GO TO 9900-ABEND
013260     END-IF.
013270     MOVE "N" TO WS-FILE-EOF-SWITCH.
013280     PERFORM 2520-COPY-RESTART-GLERR THRU 2520-EXIT
013290         UNTIL FILE-AT-END.
013300     CLOSE REST-GLE-FILE.
013310     CLOSE CONS-GLE-FILE.
013320 2500-EXIT.
013330     EXIT.
013340
013350 2510-COPY-FAILED-GLERR.
013360     READ FAIL-GLE-FILE INTO WS-GL-RECORD
013370         AT END
013380             SET FILE-AT-END TO TRUE
013390             GO TO 2510-EXIT
013400     END-READ.
013410     ADD 1 TO WS-FC-FAILED-READ (WS-FX-GLERR).
013420     IF NOT GL-DETAIL-ROW
013430         GO TO 2510-EXIT
013440     END-IF.
013450     MOVE WS-GL-DTL-SERIAL-NUMBER TO WS-SUP-SEARCH-SERIAL.
013460     PERFORM 2080-FIND-SUPERSEDED THRU 2080-EXIT.
013470     IF WS-SUP-FOUND-SUB > ZERO
013480         GO TO 2510-EXIT
013490     END-IF.
013500     WRITE XE-GLERR-RECORD FROM WS-GL-RECORD.
013510     ADD 1 TO WS-FC-FAILED-KEPT (WS-FX-GLERR).
013520     ADD 1 TO WS-FC-WRITTEN (WS-FX-GLERR).
013530     ADD 1 TO WS-CON-ERR-COUNT.
013540     PERFORM 2490-SIGN-GL-AMOUNT THRU 2490-EXIT.
013550     ADD WS-PROOF-AMOUNT-LHS TO WS-CON-ERR-AMOUNT.
013560 2510-EXIT.
013570     EXIT.
013580
013590 2520-COPY-RESTART-GLERR.
013600     READ REST-GLE-FILE INTO WS-GL-RECORD
013610         AT END
013620             SET FILE-AT-END TO TRUE
013630             GO TO 2520-EXIT
013640     END-READ.
013650     ADD 1 TO WS-FC-RESTART-READ (WS-FX-GLERR).
013660     WRITE XE-GLERR-RECORD FROM WS-GL-RECORD.
013670     ADD 1 TO WS-FC-WRITTEN (WS-FX-GLERR).
013680     IF GL-CONTROL-ROW
013690         ADD 1 TO WS-ERR-CONTROL-SEEN
013700         MOVE WS-GL-CTL-COUNT TO WS-CTL-ERR-COUNT
013710         MOVE WS-GL-CTL-AMOUNT TO WS-CTL-ERR-AMOUNT
013720         GO TO 2520-EXIT
013730     END-IF.
013740     ADD 1 TO WS-CON-ERR-COUNT.
013750     PERFORM 2490-SIGN-GL-AMOUNT THRU 2490-EXIT.
013760     ADD WS-PROOF-AMOUNT-LHS TO WS-CON-ERR-AMOUNT.
013770 2520-EXIT.
013780     EXIT.
013790
013800******************************************************************
013810* 7000-PRINT-FILE-COUNTS
013820*   ONE LINE PER OUTPUT: FAILED ROWS READ, KEPT AND SUPERSEDED,
013830*   RESTART ROWS READ, CONSOLIDATED ROWS WRITTEN.
013840******************************************************************
013850 7000-PRINT-FILE-COUNTS.
013860     WRITE RP-REPORT-LINE FROM WS-COUNT-HEADING
013870         AFTER ADVANCING 2 LINES.
013880     PERFORM 7010-PRINT-ONE-FILE THRU 7010-EXIT
013890         VARYING WS-FX-SUB FROM 1 BY 1
013900         UNTIL WS-FX-SUB > 6.
013910 7000-EXIT.
013920     EXIT.
013930
013940 7010-PRINT-ONE-FILE.
013950     MOVE WS-FX-NAME (WS-FX-SUB) TO WS-CNT-NAME.
013960     MOVE WS-FC-FAILED-READ (WS-FX-SUB) TO WS-CNT-FAILED-READ.
013970     MOVE WS-FC-FAILED-KEPT (WS-FX-SUB) TO WS-CNT-FAILED-KEPT.
013980     COMPUTE WS-CNT-SUPERSEDED =
013990         WS-FC-FAILED-READ (WS-FX-SUB)
014000         - WS-FC-FAILED-KEPT (WS-FX-SUB).
014010     MOVE WS-FC-RESTART-READ (WS-FX-SUB) TO WS-CNT-RESTART-READ.
014020     MOVE WS-FC-WRITTEN (WS-FX-SUB) TO WS-CNT-WRITTEN.
014030     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE
014040         AFTER ADVANCING 1 LINE.
014050 7010-EXIT.
014060     EXIT.
014070
014080******************************************************************
014090* 7500-LIST-NOT-REPROCESSED
014100*   A SUPERSEDED FAILED POSTING THE RESTART RUN DID NOT POST
014110*   AGAIN HAS LEFT THE DAY - RIGHT IF THE FIX MEANT TO REJECT
014120*   IT, WRONG OTHERWISE.  EACH IS LISTED AND THE RUN ENDS RC 4.
014130******************************************************************
014140 7500-LIST-NOT-REPROCESSED.
014150     PERFORM 7510-CHECK-ONE-SUPERSEDED THRU 7510-EXIT
014160         VARYING WS-SUP-SUB FROM 1 BY 1
014170         UNTIL WS-SUP-SUB > WS-SUP-USED.
014180     IF WS-NOT-REPROCESSED > ZERO
014190        AND WS-RETURN-CODE < 4
014200         MOVE 4 TO WS-RETURN-CODE
014210     END-IF.
014220 7500-EXIT.
014230     EXIT.
014240
014250 7510-CHECK-ONE-SUPERSEDED.
014260     IF WS-SUP-REPROCESSED (WS-SUP-SUB) = "Y"
014270         GO TO 7510-EXIT
014280     END-IF.
014290     ADD 1 TO WS-NOT-REPROCESSED.
014300     MOVE SPACES TO WS-SUMMARY-LINE.
014310     MOVE "** NOT REPROCESSED - SERIAL" TO WS-SUM-LABEL.
014320     MOVE WS-SUP-SERIAL (WS-SUP-SUB) TO WS-SUM-SERIAL-ED.
014330     MOVE WS-SUM-SERIAL-ED TO WS-SUM-VALUE.
014340     IF WS-NOT-REPROCESSED = 1
014350         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
014360             AFTER ADVANCING 2 LINES
014370     ELSE
014380         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
014390             AFTER ADVANCING 1 LINE
014400     END-IF.
014410 7510-EXIT.
014420     EXIT.
014430
014440******************************************************************
014450* 8000-PRINT-PROOFS
014460*   THE CONSOLIDATED FILES AGAINST THE RESTART RUN'S FINAL
014470*   CHECKPOINT AND ITS GL CONTROL RECORDS.  ANY DISAGREEMENT
014480*   FAILS THE CONSOLIDATION (RC 12).
014490******************************************************************
014500 8000-PRINT-PROOFS.
014510     WRITE RP-REPORT-LINE FROM WS-PROOF-HEADING
014520         AFTER ADVANCING 2 LINES.
014530
014540     MOVE "POSTINGS VS PROCESSED" TO WS-PRF-LABEL.
014550     MOVE WS-FC-WRITTEN (WS-FX-POSTING) TO WS-PROOF-COUNT-LHS.
014560     MOVE WS-FIN-RECORD-COUNT TO WS-PROOF-COUNT-RHS.
014570     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014580     MOVE "POSTINGS TOTAL VS GRAND TOTAL" TO WS-PRF-LABEL.
014590     MOVE WS-CON-POST-AMOUNT TO WS-PROOF-AMOUNT-LHS.
014600     MOVE WS-FIN-GRAND-TOTAL TO WS-PROOF-AMOUNT-RHS.
014610     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
014620
014630     MOVE "AUDIT ROWS VS PROCESSED" TO WS-PRF-LABEL.
014640     MOVE WS-CON-AUDIT-COUNT TO WS-PROOF-COUNT-LHS.
014650     MOVE WS-FIN-RECORD-COUNT TO WS-PROOF-COUNT-RHS.
014660     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014670     MOVE "AUDIT TOTAL VS GRAND TOTAL" TO WS-PRF-LABEL.
014680     MOVE WS-CON-AUDIT-AMOUNT TO WS-PROOF-AMOUNT-LHS.
014690     MOVE WS-FIN-GRAND-TOTAL TO WS-PROOF-AMOUNT-RHS.
014700     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
014710
014720     MOVE "SUSPENSE ROWS VS REJECTED" TO WS-PRF-LABEL.
014730     MOVE WS-FC-WRITTEN (WS-FX-SUSPENSE) TO WS-PROOF-COUNT-LHS.
014740     MOVE WS-FIN-REJECT-COUNT TO WS-PROOF-COUNT-RHS.
014750     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014760
014770     MOVE "REPORT DETAILS VS PROCESSED" TO WS-PRF-LABEL.
014780     MOVE WS-CON-RPT-DETAIL TO WS-PROOF-COUNT-LHS.
014790     MOVE WS-FIN-RECORD-COUNT TO WS-PROOF-COUNT-RHS.
014800     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014810     MOVE "REPORT REJECTS VS REJECTED" TO WS-PRF-LABEL.
014820     MOVE WS-CON-RPT-REJECT TO WS-PROOF-COUNT-LHS.
014830     MOVE WS-FIN-REJECT-COUNT TO WS-PROOF-COUNT-RHS.
014840     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014850     MOVE "WAREHOUSE LINES VS WAREHOUSED" TO WS-PRF-LABEL.
014860     MOVE WS-CON-RPT-WHSE TO WS-PROOF-COUNT-LHS.
014870     MOVE WS-FIN-WAREHOUSED-COUNT TO WS-PROOF-COUNT-RHS.
014880     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014890
014900*    EACH GL FILE MUST END ON EXACTLY ONE CONTROL RECORD.
014910     MOVE "GL FEED CONTROL RECORDS" TO WS-PRF-LABEL.
014920     MOVE WS-GL-CONTROL-SEEN TO WS-PROOF-COUNT-LHS.
014930     MOVE 1 TO WS-PROOF-COUNT-RHS.
014940     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014950     MOVE "GL FEED DETAILS VS CONTROL" TO WS-PRF-LABEL.
014960     MOVE WS-CON-GL-COUNT TO WS-PROOF-COUNT-LHS.
014970     MOVE WS-CTL-GL-COUNT TO WS-PROOF-COUNT-RHS.
014980     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
014990     MOVE "GL FEED AMOUNT VS CONTROL" TO WS-PRF-LABEL.
015000     MOVE WS-CON-GL-AMOUNT TO WS-PROOF-AMOUNT-LHS.
015010     MOVE WS-CTL-GL-AMOUNT TO WS-PROOF-AMOUNT-RHS.
015020     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
015030     MOVE "GL ERROR CONTROL RECORDS" TO WS-PRF-LABEL.
015040     MOVE WS-ERR-CONTROL-SEEN TO WS-PROOF-COUNT-LHS.
015050     MOVE 1 TO WS-PROOF-COUNT-RHS.
015060     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
015070     MOVE "GL ERROR DETAILS VS CONTROL" TO WS-PRF-LABEL.
015080     MOVE WS-CON-ERR-COUNT TO WS-PROOF-COUNT-LHS.
015090     MOVE WS-CTL-ERR-COUNT TO WS-PROOF-COUNT-RHS.
015100     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
015110     MOVE "GL ERROR AMOUNT VS CONTROL" TO WS-PRF-LABEL.
015120     MOVE WS-CON-ERR-AMOUNT TO WS-PROOF-AMOUNT-LHS.
015130     MOVE WS-CTL-ERR-AMOUNT TO WS-PROOF-AMOUNT-RHS.
015140     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
015150
015160*    MAPPED PLUS ERROR COVERS EVERY PROCESSED RECORD.  THE GL
015163*    IS KEPT IN BASE CURRENCY, SO ITS AMOUNT PROVES TO THE
015166*    BASE-CURRENCY TOTAL.
015170     MOVE "GL FEED+ERRORS VS PROCESSED" TO WS-PRF-LABEL.
015180     COMPUTE WS-PROOF-COUNT-LHS =
015190         WS-CON-GL-COUNT + WS-CON-ERR-COUNT.
015200     MOVE WS-FIN-RECORD-COUNT TO WS-PROOF-COUNT-RHS.
015210     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
015220     MOVE "GL FEED+ERRORS VS BASE TOTAL" TO WS-PRF-LABEL.
015230     COMPUTE WS-PROOF-AMOUNT-LHS =
015240         WS-CON-GL-AMOUNT + WS-CON-ERR-AMOUNT.
015250     MOVE WS-FIN-BASE-TOTAL TO WS-PROOF-AMOUNT-RHS.
015260     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
015270
015280     MOVE SPACES TO WS-SUMMARY-LINE.
015290     IF CONSOLIDATION-PROVED
015300         MOVE "** CONSOLIDATION PROVED **" TO WS-SUM-LABEL
015310     ELSE
015320         MOVE "** CONSOLIDATION NOT PROVED **" TO WS-SUM-LABEL
015330         MOVE 12 TO WS-RETURN-CODE
015340     END-IF.
015350     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
015360         AFTER ADVANCING 2 LINES.
015370 8000-EXIT.
015380     EXIT.
015390
015400 8100-PROVE-COUNT.
015410     MOVE WS-PROOF-COUNT-LHS TO WS-PRF-COUNT-ED.
015420     MOVE WS-PRF-COUNT-ED TO WS-PRF-ACTUAL.
015430     MOVE WS-PROOF-COUNT-RHS TO WS-PRF-COUNT-ED.
015440     MOVE WS-PRF-COUNT-ED TO WS-PRF-EXPECTED.
015450     IF WS-PROOF-COUNT-LHS = WS-PROOF-COUNT-RHS
015460         MOVE "AGREES" TO WS-PRF-RESULT
015470     ELSE
015480         MOVE "DISAGREES" TO WS-PRF-RESULT
015490         SET CONSOLIDATION-NOT-PROVED TO TRUE
015500     END-IF.
015510     WRITE RP-REPORT-LINE FROM WS-PROOF-LINE
015520         AFTER ADVANCING 1 LINE.
015530 8100-EXIT.
015540     EXIT.
015550
015560 8200-PROVE-AMOUNT.
015570     MOVE WS-PROOF-AMOUNT-LHS TO WS-SUM-AMOUNT-ED.
015580     MOVE WS-SUM-AMOUNT-ED TO WS-PRF-ACTUAL.
015590     MOVE WS-PROOF-AMOUNT-RHS TO WS-SUM-AMOUNT-ED.
015600     MOVE WS-SUM-AMOUNT-ED TO WS-PRF-EXPECTED.
015610     IF WS-PROOF-AMOUNT-LHS = WS-PROOF-AMOUNT-RHS
015620         MOVE "AGREES" TO WS-PRF-RESULT
015630     ELSE
015640         MOVE "DISAGREES" TO WS-PRF-RESULT
015650         SET CONSOLIDATION-NOT-PROVED TO TRUE
015660     END-IF.
015670     WRITE RP-REPORT-LINE FROM WS-PROOF-LINE
015680         AFTER ADVANCING 1 LINE.
015690 8200-EXIT.
015700     EXIT.
015710
015720*    SUMMARY LINE WITH THE LABEL ALREADY SET AND A COUNT IN
015730*    WS-SUM-COUNT-ED.
015740 8900-WRITE-COUNT-LINE.
015750     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
015760     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
015770         AFTER ADVANCING 1 LINE.
015780     MOVE SPACES TO WS-SUMMARY-LINE.
015790 8900-EXIT.
015800     EXIT.
015810
015820******************************************************************
015830* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
015840*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
015850******************************************************************
015860 9000-TERMINATE.
015870     CLOSE REPORT-FILE.
015880     DISPLAY "CALCRSTC - RUN COMPLETE - RETURN CODE "
015890         WS-RETURN-CODE.
015900 9000-EXIT.
015910     EXIT.
015920
015930 9900-ABEND.
015940     DISPLAY "CALCRSTC - ABNORMAL TERMINATION - RETURN CODE "
015950         WS-RETURN-CODE.
015960     STOP RUN RETURNING WS-RETURN-CODE.
015970
015980 9999-EXIT.
015990     STOP RUN RETURNING WS-RETURN-CODE.
016000 END PROGRAM CALCRSTC.
