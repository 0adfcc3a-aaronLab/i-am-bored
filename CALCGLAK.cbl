000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: GL ACKNOWLEDGMENT RECONCILIATION.  MATCHES THE GL
000070*          TEAM'S RETURN FILE - ONE RECORD PER FEED DETAIL THEY
000080*          ACCEPTED OR REJECTED, BY SERIAL NUMBER, WITH THEIR
000090*          REASON - AGAINST THE DAILY GL FEED GENERATION WE
000100*          SENT.  BOTH FILES ARRIVE SORTED BY SERIAL NUMBER
000110*          (CALCGLAJ STEP010/020).  THE REPORT LISTS EVERY
000120*          DETAIL NEVER ACKNOWLEDGED, EVERY REJECTION WITH ITS
000130*          REASON, EVERY ACKNOWLEDGMENT FOR A SERIAL WE NEVER
000140*          SENT, AND PROVES THEIR ACCEPTED COUNT AND AMOUNT
000150*          AGAINST OUR CONTROL RECORD.  REJECTED DETAILS ARE
000160*          COPIED UNCHANGED TO A RE-SEND FILE IN THE GL FEED
000170*          LAYOUT, UNDER ITS OWN CONTROL RECORD, SO THEY CAN BE
000180*          CORRECTED AND RE-FED WITHOUT RERUNNING THE DAY.
000190*          RETURN CODE 0  - EVERY DETAIL ACCEPTED, CONTROL AGREES.
000200*                      4  - REJECTIONS ONLY - ACCEPTED PLUS
000210*                           REJECTED AGREES WITH THE CONTROL
000220*                           AND THE RE-SEND FILE HOLDS THE REST.
000230*                      8  - UNMATCHED ITEMS (NOT ACKNOWLEDGED,
000240*                           ACKNOWLEDGED BUT NEVER SENT,
000250*                           DUPLICATE OR UNREADABLE ACKS, ACKS
000260*                           FOR ANOTHER FEED DATE) OR THE FEED
000270*                           DOES NOT AGREE WITH ITS OWN CONTROL.
000280*                      16 - FILE ERROR.
000290* Tectonics: cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 AJL   INITIAL VERSION.
000333*   2026-10-15 AJL   FEED DETAIL LAYOUT NAMES THE CURRENCY CODE
000336*                    AND FX RATE CALCULATE NOW WRITES.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CALCGLAK.
000370 AUTHOR. AARON LEE.
000380 INSTALLATION. I-AM-BORED DATA CENTER.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*----------------------------------------------------------------
000490* FEED-FILE     - THE GL FEED GENERATION WE SENT, SORTED BY
000500*                 SERIAL NUMBER (THE CONTROL RECORD SORTS
000510*                 FIRST - ITS SERIAL COLUMNS ARE BLANK).
000520* ACK-FILE      - THE GL TEAM'S ACKNOWLEDGMENT RETURN FILE,
000530*                 SORTED BY SERIAL NUMBER.
000540* RESEND-FILE   - THE REJECTED DETAILS IN THE GL FEED LAYOUT
000550*                 WITH THEIR OWN CONTROL RECORD.
000560* REPORT-FILE   - EXCEPTION LISTING, CONTROL TOTALS AND PROOFS.
000570*----------------------------------------------------------------
000580     SELECT FEED-FILE ASSIGN TO GLFEED
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-FEED-STATUS.
000620
000630     SELECT ACK-FILE ASSIGN TO GLACK
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-ACK-STATUS.
000670
000680     SELECT RESEND-FILE ASSIGN TO GLRESEND
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-RESEND-STATUS.
000720
000730     SELECT REPORT-FILE ASSIGN TO GLAKRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-REPORT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------------
000810* FEED-FILE / RESEND-FILE RECORDS - THE GL FEED LAYOUT, WORKED IN
000820* WS-GL-RECORD.
000830*----------------------------------------------------------------
000840 FD  FEED-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  GF-GL-RECORD                    PIC X(80).
000880
000890 FD  RESEND-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  RS-GL-RECORD                    PIC X(80).
000930
000940*----------------------------------------------------------------
000950* ACK-FILE RECORD - RETURN LAYOUT AGREED WITH THE GL TEAM: ONE
000960* RECORD PER FEED DETAIL THEY LOADED (A) OR REFUSED (R), KEYED
000970* BY OUR SERIAL NUMBER, WITH THEIR REASON ON A REFUSAL AND THE
000980* RUN DATE FROM THE CONTROL RECORD OF THE FEED IT ANSWERS.
000990*----------------------------------------------------------------
001000 FD  ACK-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  AK-ACK-RECORD.
001040     05  AK-SERIAL-NUMBER            PIC 9(09).
001050     05  AK-SERIAL-X REDEFINES AK-SERIAL-NUMBER
001060                                     PIC X(09).
001070     05  AK-ACK-STATUS               PIC X(01).
001080         88  AK-ACCEPTED                             VALUE "A".
001090         88  AK-REJECTED                             VALUE "R".
001100     05  AK-REASON-CODE              PIC X(04).
001110     05  AK-REASON-TEXT              PIC X(40).
001120     05  AK-FEED-RUN-DATE            PIC 9(08).
001130     05  FILLER                      PIC X(18).
001140
001150*----------------------------------------------------------------
001160* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001170*----------------------------------------------------------------
001180 FD  REPORT-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 132 CHARACTERS.
001210 01  RP-REPORT-LINE                  PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240*----------------------------------------------------------------
001250* FILE STATUS SWITCHES
001260*----------------------------------------------------------------
001270 77  WS-FEED-STATUS                  PIC X(02)      VALUE "00".
001280 77  WS-ACK-STATUS                   PIC X(02)      VALUE "00".
001290 77  WS-RESEND-STATUS                PIC X(02)      VALUE "00".
001300 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001310
001320*----------------------------------------------------------------
001330* CONTROL SWITCHES AND COUNTERS
001340*----------------------------------------------------------------
001350 77  WS-FEED-EOF-SWITCH              PIC X(01)      VALUE "N".
001360     88  FEED-END-OF-FILE                            VALUE "Y".
001370 77  WS-ACK-EOF-SWITCH               PIC X(01)      VALUE "N".
001380     88  ACK-END-OF-FILE                             VALUE "Y".
001390 77  WS-PROOF-SWITCH                 PIC X(01)      VALUE "Y".
001400     88  PROOF-AGREES                                VALUE "Y".
001410     88  PROOF-DISAGREES                             VALUE "N".
001420 77  WS-FEED-PROOF-SWITCH            PIC X(01)      VALUE "Y".
001430     88  FEED-AGREES-WITH-CONTROL                    VALUE "Y".
001440 77  WS-ACCEPT-PROOF-SWITCH          PIC X(01)      VALUE "Y".
001450     88  ACCEPTED-AGREES-WITH-CONTROL                VALUE "Y".
001460 77  WS-COVER-PROOF-SWITCH           PIC X(01)      VALUE "Y".
001470     88  ACKED-AGREES-WITH-CONTROL                   VALUE "Y".
001480
001490*    MATCH KEYS - THE SERIAL NUMBERS AS CHARACTERS, HIGH-VALUES
001500*    ONCE A FILE IS EXHAUSTED.
001510 77  WS-FEED-KEY                     PIC X(09)      VALUE SPACES.
001520 77  WS-ACK-KEY                      PIC X(09)      VALUE SPACES.
001530 77  WS-PREV-ACK-KEY                 PIC X(09)   VALUE LOW-VALUES.
001540
001550 77  WS-FEED-READ-COUNT              PIC S9(9)   COMP VALUE ZERO.
001560 77  WS-FEED-DETAIL-COUNT            PIC S9(9)   COMP VALUE ZERO.
001570 77  WS-FEED-CONTROL-SEEN            PIC S9(4)   COMP VALUE ZERO.
001580 77  WS-ACK-READ-COUNT               PIC S9(9)   COMP VALUE ZERO.
001590 77  WS-ACCEPTED-COUNT               PIC S9(9)   COMP VALUE ZERO.
001600 77  WS-REJECTED-COUNT               PIC S9(9)   COMP VALUE ZERO.
001610 77  WS-UNACKED-COUNT                PIC S9(9)   COMP VALUE ZERO.
001620 77  WS-NOT-SENT-COUNT               PIC S9(9)   COMP VALUE ZERO.
001630 77  WS-DUPLICATE-COUNT              PIC S9(9)   COMP VALUE ZERO.
001640 77  WS-BAD-STATUS-COUNT             PIC S9(9)   COMP VALUE ZERO.
001650 77  WS-WRONG-DATE-COUNT             PIC S9(9)   COMP VALUE ZERO.
001660 77  WS-RESEND-COUNT                 PIC S9(9)   COMP VALUE ZERO.
001670 77  WS-EXCEPTION-COUNT              PIC S9(9)   COMP VALUE ZERO.
001680
001690 77  WS-FEED-SIGNED                  PIC S9(13)V99 COMP-3
001700                                                     VALUE ZERO.
001710 77  WS-FEED-DETAIL-AMOUNT           PIC S9(13)V99 COMP-3
001720                                                     VALUE ZERO.
001730 77  WS-ACCEPTED-AMOUNT              PIC S9(13)V99 COMP-3
001740                                                     VALUE ZERO.
001750 77  WS-REJECTED-AMOUNT              PIC S9(13)V99 COMP-3
001760                                                     VALUE ZERO.
001770 77  WS-UNACKED-AMOUNT               PIC S9(13)V99 COMP-3
001780                                                     VALUE ZERO.
001790
001800*    OUR CONTROL RECORD AS READ FROM THE FEED.
001810 77  WS-CTL-COUNT                    PIC S9(9)   COMP VALUE ZERO.
001820 77  WS-CTL-AMOUNT                   PIC S9(13)V99 COMP-3
001830                                                     VALUE ZERO.
001840 77  WS-CTL-RUN-DATE                 PIC 9(08)      VALUE ZERO.
001850
001860 77  WS-PROOF-COUNT-LHS              PIC S9(9)   COMP VALUE ZERO.
001870 77  WS-PROOF-COUNT-RHS              PIC S9(9)   COMP VALUE ZERO.
001880 77  WS-PROOF-AMOUNT-LHS             PIC S9(13)V99 COMP-3
001890                                                     VALUE ZERO.
001900 77  WS-PROOF-AMOUNT-RHS             PIC S9(13)V99 COMP-3
001910                                                     VALUE ZERO.
001920 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001930
001940 01  WS-RUN-DATE-FIELDS.
001950     05  WS-RUN-DATE                 PIC 9(08).
001960     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001970         10  WS-RUN-YYYY              PIC 9(04).
001980         10  WS-RUN-MM                PIC 9(02).
001990         10  WS-RUN-DD                PIC 9(02).
002000
002010*----------------------------------------------------------------
002020* CURRENT FEED RECORD - THE LAYOUT CALCULATE WRITES: TYPE D
002030* DETAIL (UNSIGNED AMOUNT, D/C INDICATOR) OR TYPE C CONTROL.
002033* AMOUNTS ARE IN BASE CURRENCY; A FOREIGN-CURRENCY DETAIL ALSO
002036* NAMES ITS CURRENCY AND THE RATE APPLIED.
002040*----------------------------------------------------------------
002050 01  WS-GL-RECORD.
002060     05  WS-GL-RECORD-TYPE           PIC X(01).
002070     05  WS-GL-DETAIL-BODY.
002080         10  WS-GL-DTL-ACCOUNT       PIC X(10).
002090         10  WS-GL-DTL-AMOUNT        PIC 9(13)V99.
002100         10  WS-GL-DTL-DC-INDICATOR  PIC X(01).
002110         10  WS-GL-DTL-EXTRACT-DATE  PIC 9(08).
002120         10  WS-GL-DTL-SERIAL-NUMBER PIC 9(09).
002130         10  WS-GL-DTL-SERIAL-X REDEFINES WS-GL-DTL-SERIAL-NUMBER
002140                                     PIC X(09).
002150         10  WS-GL-DTL-GL-ACCOUNT    PIC X(10).
002160         10  WS-GL-DTL-COST-CENTER   PIC X(06).
002163         10  WS-GL-DTL-CURRENCY-CODE PIC X(03).
002166         10  WS-GL-DTL-FX-RATE       PIC 9(04)V9(06).
002170         10  FILLER                  PIC X(07).
002180     05  WS-GL-CONTROL-BODY REDEFINES WS-GL-DETAIL-BODY.
002190         10  WS-GL-CTL-COUNT         PIC 9(09).
002200         10  WS-GL-CTL-AMOUNT        PIC S9(13)V99
002210                                     SIGN LEADING SEPARATE.
002220         10  WS-GL-CTL-RUN-DATE      PIC 9(08).
002230         10  FILLER                  PIC X(46).
002240
002250*----------------------------------------------------------------
002260* RE-SEND CONTROL RECORD - SAME LAYOUT CALCULATE WRITES, CARRYING
002270* THE ORIGINAL FEED'S RUN DATE SO THE GL LOAD TIES IT TO ITS DAY.
002280*----------------------------------------------------------------
002290 01  WS-GL-CONTROL-OUT.
002300     05  WS-GLO-RECORD-TYPE          PIC X(01).
002310     05  WS-GLO-RECORD-COUNT         PIC 9(09).
002320     05  WS-GLO-TOTAL-AMOUNT         PIC S9(13)V99
002330                                     SIGN LEADING SEPARATE.
002340     05  WS-GLO-RUN-DATE             PIC 9(08).
002350     05  FILLER                      PIC X(46).
002360
002370*----------------------------------------------------------------
002380* REPORT LINE LAYOUTS
002390*----------------------------------------------------------------
002400 01  WS-HEADING-LINE.
002410     05  FILLER                      PIC X(05)      VALUE SPACES.
002420     05  FILLER                      PIC X(18)      VALUE
002430         "EXCEPTION".
002440     05  FILLER                      PIC X(02)      VALUE SPACES.
002450     05  FILLER                      PIC X(09)      VALUE
002460         "SERIAL".
002470     05  FILLER                      PIC X(02)      VALUE SPACES.
002480     05  FILLER                      PIC X(10)      VALUE
002490         "ACCOUNT".
002500     05  FILLER                      PIC X(02)      VALUE SPACES.
002510     05  FILLER                      PIC X(10)      VALUE
002520         "GL ACCOUNT".
002530     05  FILLER                      PIC X(02)      VALUE SPACES.
002540     05  FILLER                      PIC X(21)      VALUE
002550         "               AMOUNT".
002560     05  FILLER                      PIC X(02)      VALUE SPACES.
002570     05  FILLER                      PIC X(04)      VALUE
002580         "RSN".
002590     05  FILLER                      PIC X(02)      VALUE SPACES.
002600     05  FILLER                      PIC X(40)      VALUE
002610         "GL REASON".
002620     05  FILLER                      PIC X(03)      VALUE SPACES.
002630
002640 01  WS-DETAIL-LINE.
002650     05  FILLER                      PIC X(05)      VALUE SPACES.
002660     05  WS-DTL-EXCEPTION            PIC X(18).
002670     05  FILLER                      PIC X(02)      VALUE SPACES.
002680     05  WS-DTL-SERIAL               PIC X(09).
002690     05  FILLER                      PIC X(02)      VALUE SPACES.
002700     05  WS-DTL-ACCOUNT              PIC X(10).
002710     05  FILLER                      PIC X(02)      VALUE SPACES.
002720     05  WS-DTL-GL-ACCOUNT           PIC X(10).
002730     05  FILLER                      PIC X(02)      VALUE SPACES.
002740     05  WS-DTL-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002750     05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
002760                                     PIC X(21).
002770     05  FILLER                      PIC X(02)      VALUE SPACES.
002780     05  WS-DTL-REASON-CODE          PIC X(04).
002790     05  FILLER                      PIC X(02)      VALUE SPACES.
002800     05  WS-DTL-REASON-TEXT          PIC X(40).
002810     05  FILLER                      PIC X(03)      VALUE SPACES.
002820
002830 01  WS-SUMMARY-LINE.
002840     05  FILLER                      PIC X(05)      VALUE SPACES.
002850     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002860     05  FILLER                      PIC X(05)      VALUE SPACES.
002870     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002880     05  FILLER                      PIC X(62)      VALUE SPACES.
002890
002900 01  WS-PROOF-LINE.
002910     05  FILLER                      PIC X(05)      VALUE SPACES.
002920     05  WS-PRF-LABEL                PIC X(30).
002930     05  FILLER                      PIC X(02)      VALUE SPACES.
002940     05  WS-PRF-ACTUAL               PIC X(21)  JUSTIFIED RIGHT.
002950     05  FILLER                      PIC X(02)      VALUE SPACES.
002960     05  WS-PRF-EXPECTED             PIC X(21)  JUSTIFIED RIGHT.
002970     05  FILLER                      PIC X(02)      VALUE SPACES.
002980     05  WS-PRF-RESULT               PIC X(10).
002990     05  FILLER                      PIC X(39)      VALUE SPACES.
003000
003010 01  WS-PROOF-HEADING.
003020     05  FILLER                      PIC X(05)      VALUE SPACES.
003030     05  FILLER                      PIC X(30)      VALUE
003040         "PROOF".
003050     05  FILLER                      PIC X(02)      VALUE SPACES.
003060     05  FILLER                      PIC X(21)      VALUE
003070         "      FEED / GL ACKED".
003080     05  FILLER                      PIC X(02)      VALUE SPACES.
003090     05  FILLER                      PIC X(21)      VALUE
003100         "  OUR CONTROL RECORD".
003110     05  FILLER                      PIC X(02)      VALUE SPACES.
003120     05  FILLER                      PIC X(10)      VALUE
003130         "RESULT".
003140     05  FILLER                      PIC X(39)      VALUE SPACES.
003150
003160 77  WS-SUM-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
003170 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003180 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
003190 77  WS-PRF-COUNT-ED                 PIC -ZZZ,ZZZ,ZZ9.
003200
003210 PROCEDURE DIVISION.
003220******************************************************************
003230* 0000-MAINLINE
003240*   MATCH THE FEED AND THE ACKNOWLEDGMENTS SERIAL BY SERIAL,
003250*   CLOSE THE RE-SEND FILE WITH ITS CONTROL RECORD, THEN PRINT
003260*   THE CONTROL TOTALS AND PROOFS AND SET THE RETURN CODE.
003270******************************************************************
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     PERFORM 2000-MATCH-ONE-SERIAL THRU 2000-EXIT
003310         UNTIL FEED-END-OF-FILE AND ACK-END-OF-FILE.
003320     PERFORM 7000-WRITE-RESEND-CONTROL THRU 7000-EXIT.
003330     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003350     GO TO 9999-EXIT.
003360
003370******************************************************************
003380* 1000-INITIALIZE
003390*   OPENS, REPORT HEADINGS, FIRST READ OF EACH FILE.  THE FEED
003400*   IS READ FIRST SO ITS CONTROL RECORD (SORTED TO THE FRONT)
003410*   IS IN HAND BEFORE THE FIRST ACKNOWLEDGMENT'S DATE IS CHECKED.
003420******************************************************************
003430 1000-INITIALIZE.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003460     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003470     PERFORM 2900-READ-FEED THRU 2900-EXIT.
003480     PERFORM 2950-READ-ACK THRU 2950-EXIT.
003490 1000-EXIT.
003500     EXIT.
003510
003520 1100-OPEN-FILES.
003530     OPEN INPUT FEED-FILE.
003540     IF WS-FEED-STATUS NOT = "00"
003550         DISPLAY "CALCGLAK - OPEN ERROR ON FEED-FILE - STATUS "
003560             WS-FEED-STATUS
003570         MOVE 16 TO WS-RETURN-CODE
003580         GO TO 9900-ABEND
003590     END-IF.
003600
003610     OPEN INPUT ACK-FILE.
003620     IF WS-ACK-STATUS NOT = "00"
003630         DISPLAY "CALCGLAK - OPEN ERROR ON ACK-FILE - STATUS "
003640             WS-ACK-STATUS
003650         MOVE 16 TO WS-RETURN-CODE
003660         GO TO 9900-ABEND
003670     END-IF.
003680
003690     OPEN OUTPUT RESEND-FILE.
003700     IF WS-RESEND-STATUS NOT = "00"
003710         DISPLAY "CALCGLAK - OPEN ERROR ON RESEND-FILE - STATUS "
003720             WS-RESEND-STATUS
003730         MOVE 16 TO WS-RETURN-CODE
003740         GO TO 9900-ABEND
003750     END-IF.
003760
003770     OPEN OUTPUT REPORT-FILE.
003780     IF WS-REPORT-STATUS NOT = "00"
003790         DISPLAY "CALCGLAK - OPEN ERROR ON REPORT-FILE - STATUS "
003800             WS-REPORT-STATUS
003810         MOVE 16 TO WS-RETURN-CODE
003820         GO TO 9900-ABEND
003830     END-IF.
003840 1100-EXIT.
003850     EXIT.
003860
003870 1140-WRITE-REPORT-HEADER.
003880     MOVE SPACES TO WS-SUMMARY-LINE.
003890     MOVE "CALCGLAK - GL ACKNOWLEDGMENTS" TO WS-SUM-LABEL.
003900     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
003910     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003920     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003930
003940     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
003950         AFTER ADVANCING 2 LINES.
003960 1140-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2000-MATCH-ONE-SERIAL
004010*   CLASSIC TWO-FILE MATCH ON SERIAL NUMBER.  A FEED DETAIL
004020*   WITH NO ACKNOWLEDGMENT WAS NEVER ACKNOWLEDGED; AN
004030*   ACKNOWLEDGMENT WITH NO FEED DETAIL WAS NEVER SENT (OR IS A
004040*   REPEAT OF THE ONE BEFORE IT); A PAIR IS ACCEPTED OR REJECTED.
004050******************************************************************
004060 2000-MATCH-ONE-SERIAL.
004070     IF WS-FEED-KEY < WS-ACK-KEY
004080         PERFORM 3000-NOT-ACKNOWLEDGED THRU 3000-EXIT
004090         PERFORM 2900-READ-FEED THRU 2900-EXIT
004100         GO TO 2000-EXIT
004110     END-IF.
004120     IF WS-ACK-KEY < WS-FEED-KEY
004130         PERFORM 3100-NOT-SENT THRU 3100-EXIT
004140         PERFORM 2950-READ-ACK THRU 2950-EXIT
004150         GO TO 2000-EXIT
004160     END-IF.
004170     PERFORM 3200-ACKNOWLEDGED THRU 3200-EXIT.
004180     MOVE WS-ACK-KEY TO WS-PREV-ACK-KEY.
004190     PERFORM 2900-READ-FEED THRU 2900-EXIT.
004200     PERFORM 2950-READ-ACK THRU 2950-EXIT.
004210 2000-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 2900-READ-FEED
004260*   NEXT FEED DETAIL, WITH ITS SIGNED AMOUNT (D = DEBIT =
004270*   NEGATIVE, AS THE CONTROL RECORD NETS IT).  THE CONTROL
004280*   RECORD IS TAKEN ASIDE WHEREVER IT FALLS AND READING GOES ON.
004290******************************************************************
004300 2900-READ-FEED.
004310     READ FEED-FILE INTO WS-GL-RECORD
004320         AT END
004330             SET FEED-END-OF-FILE TO TRUE
004340             MOVE HIGH-VALUES TO WS-FEED-KEY
004350             GO TO 2900-EXIT
004360     END-READ.
004370     ADD 1 TO WS-FEED-READ-COUNT.
004380     IF WS-GL-RECORD-TYPE = "C"
004390         ADD 1 TO WS-FEED-CONTROL-SEEN
004400         MOVE WS-GL-CTL-COUNT TO WS-CTL-COUNT
004410         MOVE WS-GL-CTL-AMOUNT TO WS-CTL-AMOUNT
004420         MOVE WS-GL-CTL-RUN-DATE TO WS-CTL-RUN-DATE
004430         GO TO 2900-READ-FEED
004440     END-IF.
004450     IF WS-GL-RECORD-TYPE NOT = "D"
004460         DISPLAY "CALCGLAK - UNKNOWN FEED RECORD TYPE "
004470             WS-GL-RECORD-TYPE " - WRONG FILE?"
004480         MOVE 16 TO WS-RETURN-CODE
004490         GO TO 9900-ABEND
004500     END-IF.
004510     ADD 1 TO WS-FEED-DETAIL-COUNT.
004520     IF WS-GL-DTL-DC-INDICATOR = "D"
004530         COMPUTE WS-FEED-SIGNED = ZERO - WS-GL-DTL-AMOUNT
004540     ELSE
004550         MOVE WS-GL-DTL-AMOUNT TO WS-FEED-SIGNED
004560     END-IF.
004570     ADD WS-FEED-SIGNED TO WS-FEED-DETAIL-AMOUNT.
004580     MOVE WS-GL-DTL-SERIAL-X TO WS-FEED-KEY.
004590 2900-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 2950-READ-ACK
004640*   NEXT ACKNOWLEDGMENT.  ONE CARRYING A RUN DATE OTHER THAN
004650*   OUR CONTROL RECORD'S ANSWERS SOME OTHER DAY'S FEED - THE
004660*   WRONG RETURN FILE OR THE WRONG FEED GENERATION.
004670******************************************************************
004680 2950-READ-ACK.
004690     READ ACK-FILE
004700         AT END
004710             SET ACK-END-OF-FILE TO TRUE
004720             MOVE HIGH-VALUES TO WS-ACK-KEY
004730             GO TO 2950-EXIT
004740     END-READ.
004750     ADD 1 TO WS-ACK-READ-COUNT.
004760     MOVE AK-SERIAL-X TO WS-ACK-KEY.
004770     IF WS-FEED-CONTROL-SEEN > ZERO
004780        AND AK-FEED-RUN-DATE NOT = WS-CTL-RUN-DATE
004790         ADD 1 TO WS-WRONG-DATE-COUNT
004800     END-IF.
004810 2950-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850* 3000-NOT-ACKNOWLEDGED
004860*   WE SENT IT AND THE GL TEAM NEVER ANSWERED FOR IT.
004870******************************************************************
004880 3000-NOT-ACKNOWLEDGED.
004890     ADD 1 TO WS-UNACKED-COUNT.
004900     ADD WS-FEED-SIGNED TO WS-UNACKED-AMOUNT.
004910     MOVE "NOT ACKNOWLEDGED" TO WS-DTL-EXCEPTION.
004920     PERFORM 3900-FEED-DETAIL-FIELDS THRU 3900-EXIT.
004930     MOVE SPACES TO WS-DTL-REASON-CODE.
004940     MOVE SPACES TO WS-DTL-REASON-TEXT.
004950     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004960         AFTER ADVANCING 1 LINE.
004970 3000-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 3100-NOT-SENT
005020*   AN ACKNOWLEDGMENT FOR A SERIAL NOT IN THE FEED - EITHER A
005030*   SECOND ANSWER FOR THE SERIAL JUST MATCHED OR ONE WE NEVER
005040*   SENT AT ALL.
005050******************************************************************
005060 3100-NOT-SENT.
005070     IF WS-ACK-KEY = WS-PREV-ACK-KEY
005080         ADD 1 TO WS-DUPLICATE-COUNT
005090         MOVE "DUPLICATE ACK" TO WS-DTL-EXCEPTION
005100     ELSE
005110         ADD 1 TO WS-NOT-SENT-COUNT
005120         MOVE "ACKED, NEVER SENT" TO WS-DTL-EXCEPTION
005130     END-IF.
005140     MOVE AK-SERIAL-X TO WS-DTL-SERIAL.
005150     MOVE SPACES TO WS-DTL-ACCOUNT.
005160     MOVE SPACES TO WS-DTL-GL-ACCOUNT.
005170     MOVE SPACES TO WS-DTL-AMOUNT-X.
005180     MOVE AK-REASON-CODE TO WS-DTL-REASON-CODE.
005190     MOVE AK-REASON-TEXT TO WS-DTL-REASON-TEXT.
005200     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005210         AFTER ADVANCING 1 LINE.
005220     MOVE WS-ACK-KEY TO WS-PREV-ACK-KEY.
005230 3100-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 3200-ACKNOWLEDGED
005280*   A MATCHED PAIR.  ACCEPTED DETAILS ONLY COUNT TOWARD THE
005290*   PROOF.  A REJECTED DETAIL IS LISTED WITH THE GL TEAM'S
005300*   REASON AND GOES TO THE RE-SEND FILE EXACTLY AS IT WAS SENT.
005310*   ANY OTHER STATUS IS UNREADABLE AND LEAVES THE DETAIL
005320*   UNCONFIRMED.
005330******************************************************************
005340 3200-ACKNOWLEDGED.
005350     IF AK-ACCEPTED
005360         ADD 1 TO WS-ACCEPTED-COUNT
005370         ADD WS-FEED-SIGNED TO WS-ACCEPTED-AMOUNT
005380         GO TO 3200-EXIT
005390     END-IF.
005400     IF AK-REJECTED
005410         ADD 1 TO WS-REJECTED-COUNT
005420         ADD WS-FEED-SIGNED TO WS-REJECTED-AMOUNT
005430         MOVE "REJECTED" TO WS-DTL-EXCEPTION
005440         WRITE RS-GL-RECORD FROM WS-GL-RECORD
005450         ADD 1 TO WS-RESEND-COUNT
005460     ELSE
005470         ADD 1 TO WS-BAD-STATUS-COUNT
005480         MOVE "UNKNOWN ACK STATUS" TO WS-DTL-EXCEPTION
005490     END-IF.
005500     PERFORM 3900-FEED-DETAIL-FIELDS THRU 3900-EXIT.
005510     MOVE AK-REASON-CODE TO WS-DTL-REASON-CODE.
005520     MOVE AK-REASON-TEXT TO WS-DTL-REASON-TEXT.
005530     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005540         AFTER ADVANCING 1 LINE.
005550 3200-EXIT.
005560     EXIT.
005570
005580 3900-FEED-DETAIL-FIELDS.
005590     MOVE WS-GL-DTL-SERIAL-X TO WS-DTL-SERIAL.
005600     MOVE WS-GL-DTL-ACCOUNT TO WS-DTL-ACCOUNT.
005610     MOVE WS-GL-DTL-GL-ACCOUNT TO WS-DTL-GL-ACCOUNT.
005620     MOVE WS-FEED-SIGNED TO WS-DTL-AMOUNT.
005630 3900-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 7000-WRITE-RESEND-CONTROL
005680*   THE RE-SEND FILE ALWAYS CLOSES ON ITS OWN CONTROL RECORD,
005690*   EVEN EMPTY, SO THE GL LOAD CAN PROVE WHATEVER IT IS GIVEN.
005700******************************************************************
005710 7000-WRITE-RESEND-CONTROL.
005720     MOVE SPACES TO WS-GL-CONTROL-OUT.
005730     MOVE "C" TO WS-GLO-RECORD-TYPE.
005740     MOVE WS-RESEND-COUNT TO WS-GLO-RECORD-COUNT.
005750     MOVE WS-REJECTED-AMOUNT TO WS-GLO-TOTAL-AMOUNT.
005760     MOVE WS-CTL-RUN-DATE TO WS-GLO-RUN-DATE.
005770     WRITE RS-GL-RECORD FROM WS-GL-CONTROL-OUT.
005780 7000-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 8000-PRINT-SUMMARY
005830*   CONTROL TOTALS, THEN THE PROOFS: THE FEED AGAINST ITS OWN
005840*   CONTROL RECORD, THE GL TEAM'S ACCEPTED FIGURES AGAINST IT,
005850*   AND ACCEPTED PLUS REJECTED AGAINST IT (WHICH SHOWS WHETHER
005860*   THE REJECTIONS EXPLAIN THE WHOLE SHORTFALL).
005870******************************************************************
005880 8000-PRINT-SUMMARY.
005890     MOVE SPACES TO WS-SUMMARY-LINE.
005900     MOVE "CALCGLAK - CONTROL TOTALS" TO WS-SUM-LABEL.
005910     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005920         AFTER ADVANCING 2 LINES.
005930
005940     MOVE SPACES TO WS-SUMMARY-LINE.
005950     MOVE "FEED RUN DATE (CONTROL)" TO WS-SUM-LABEL.
005960     MOVE WS-CTL-RUN-DATE TO WS-SUM-RUN-DATE-ED.
005970     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
005980     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005990         AFTER ADVANCING 1 LINE.
006000
006010     MOVE SPACES TO WS-SUMMARY-LINE.
006020     MOVE "FEED RECORDS READ" TO WS-SUM-LABEL.
006030     MOVE WS-FEED-READ-COUNT TO WS-SUM-COUNT-ED.
006040     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006050     MOVE "FEED DETAILS SENT" TO WS-SUM-LABEL.
006060     MOVE WS-FEED-DETAIL-COUNT TO WS-SUM-COUNT-ED.
006070     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006080     MOVE "ACKNOWLEDGMENTS READ" TO WS-SUM-LABEL.
006090     MOVE WS-ACK-READ-COUNT TO WS-SUM-COUNT-ED.
006100     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006110     MOVE "ACCEPTED" TO WS-SUM-LABEL.
006120     MOVE WS-ACCEPTED-COUNT TO WS-SUM-COUNT-ED.
006130     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006140     MOVE "REJECTED - WRITTEN TO RE-SEND" TO WS-SUM-LABEL.
006150     MOVE WS-RESEND-COUNT TO WS-SUM-COUNT-ED.
006160     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006170     MOVE "REJECTED AMOUNT" TO WS-SUM-LABEL.
006180     MOVE WS-REJECTED-AMOUNT TO WS-SUM-AMOUNT-ED.
006190     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006200     MOVE "NOT ACKNOWLEDGED" TO WS-SUM-LABEL.
006210     MOVE WS-UNACKED-COUNT TO WS-SUM-COUNT-ED.
006220     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006230     MOVE "NOT ACKNOWLEDGED AMOUNT" TO WS-SUM-LABEL.
006240     MOVE WS-UNACKED-AMOUNT TO WS-SUM-AMOUNT-ED.
006250     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006260     MOVE "ACKNOWLEDGED, NEVER SENT" TO WS-SUM-LABEL.
006270     MOVE WS-NOT-SENT-COUNT TO WS-SUM-COUNT-ED.
006280     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006290     MOVE "DUPLICATE ACKNOWLEDGMENTS" TO WS-SUM-LABEL.
006300     MOVE WS-DUPLICATE-COUNT TO WS-SUM-COUNT-ED.
006310     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006320     MOVE "UNKNOWN ACK STATUS" TO WS-SUM-LABEL.
006330     MOVE WS-BAD-STATUS-COUNT TO WS-SUM-COUNT-ED.
006340     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006350     MOVE "ACKS FOR ANOTHER FEED DATE" TO WS-SUM-LABEL.
006360     MOVE WS-WRONG-DATE-COUNT TO WS-SUM-COUNT-ED.
006370     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006380
006390     WRITE RP-REPORT-LINE FROM WS-PROOF-HEADING
006400         AFTER ADVANCING 2 LINES.
006410
006420*    THE FEED AS SENT - EXACTLY ONE CONTROL RECORD, AND THE
006430*    DETAILS AGREE WITH IT.
006440     SET PROOF-AGREES TO TRUE.
006450     MOVE "FEED CONTROL RECORDS" TO WS-PRF-LABEL.
006460     MOVE WS-FEED-CONTROL-SEEN TO WS-PROOF-COUNT-LHS.
006470     MOVE 1 TO WS-PROOF-COUNT-RHS.
006480     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
006490     MOVE "FEED DETAILS VS CONTROL" TO WS-PRF-LABEL.
006500     MOVE WS-FEED-DETAIL-COUNT TO WS-PROOF-COUNT-LHS.
006510     MOVE WS-CTL-COUNT TO WS-PROOF-COUNT-RHS.
006520     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
006530     MOVE "FEED AMOUNT VS CONTROL" TO WS-PRF-LABEL.
006540     MOVE WS-FEED-DETAIL-AMOUNT TO WS-PROOF-AMOUNT-LHS.
006550     MOVE WS-CTL-AMOUNT TO WS-PROOF-AMOUNT-RHS.
006560     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
006570     MOVE WS-PROOF-SWITCH TO WS-FEED-PROOF-SWITCH.
006580
006590*    WHAT THE GL TEAM LOADED.
006600     SET PROOF-AGREES TO TRUE.
006610     MOVE "ACCEPTED COUNT VS CONTROL" TO WS-PRF-LABEL.
006620     MOVE WS-ACCEPTED-COUNT TO WS-PROOF-COUNT-LHS.
006630     MOVE WS-CTL-COUNT TO WS-PROOF-COUNT-RHS.
006640     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
006650     MOVE "ACCEPTED AMOUNT VS CONTROL" TO WS-PRF-LABEL.
006660     MOVE WS-ACCEPTED-AMOUNT TO WS-PROOF-AMOUNT-LHS.
006670     MOVE WS-CTL-AMOUNT TO WS-PROOF-AMOUNT-RHS.
006680     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
006690     MOVE WS-PROOF-SWITCH TO WS-ACCEPT-PROOF-SWITCH.
006700
006710*    WHAT THE GL TEAM ANSWERED FOR.
006720     SET PROOF-AGREES TO TRUE.
006730     MOVE "ACCEPTED+REJECTED VS CONTROL" TO WS-PRF-LABEL.
006740     COMPUTE WS-PROOF-COUNT-LHS =
006750         WS-ACCEPTED-COUNT + WS-REJECTED-COUNT.
006760     MOVE WS-CTL-COUNT TO WS-PROOF-COUNT-RHS.
006770     PERFORM 8100-PROVE-COUNT THRU 8100-EXIT.
006780     MOVE "ACC+REJ AMOUNT VS CONTROL" TO WS-PRF-LABEL.
006790     COMPUTE WS-PROOF-AMOUNT-LHS =
006800         WS-ACCEPTED-AMOUNT + WS-REJECTED-AMOUNT.
006810     MOVE WS-CTL-AMOUNT TO WS-PROOF-AMOUNT-RHS.
006820     PERFORM 8200-PROVE-AMOUNT THRU 8200-EXIT.
006830     MOVE WS-PROOF-SWITCH TO WS-COVER-PROOF-SWITCH.
006840
006850     PERFORM 8300-SET-RETURN-CODE THRU 8300-EXIT.
006860 8000-EXIT.
006870     EXIT.
006880
006890 8100-PROVE-COUNT.
006900     MOVE WS-PROOF-COUNT-LHS TO WS-PRF-COUNT-ED.
006910     MOVE WS-PRF-COUNT-ED TO WS-PRF-ACTUAL.
006920     MOVE WS-PROOF-COUNT-RHS TO WS-PRF-COUNT-ED.
006930     MOVE WS-PRF-COUNT-ED TO WS-PRF-EXPECTED.
006940     IF WS-PROOF-COUNT-LHS = WS-PROOF-COUNT-RHS
006950         MOVE "AGREES" TO WS-PRF-RESULT
006960     ELSE
006970         MOVE "DISAGREES" TO WS-PRF-RESULT
006980         SET PROOF-DISAGREES TO TRUE
006990     END-IF.
007000     WRITE RP-REPORT-LINE FROM WS-PROOF-LINE
007010         AFTER ADVANCING 1 LINE.
007020 8100-EXIT.
007030     EXIT.
007040
007050 8200-PROVE-AMOUNT.
007060     MOVE WS-PROOF-AMOUNT-LHS TO WS-SUM-AMOUNT-ED.
007070     MOVE WS-SUM-AMOUNT-ED TO WS-PRF-ACTUAL.
007080     MOVE WS-PROOF-AMOUNT-RHS TO WS-SUM-AMOUNT-ED.
007090     MOVE WS-SUM-AMOUNT-ED TO WS-PRF-EXPECTED.
007100     IF WS-PROOF-AMOUNT-LHS = WS-PROOF-AMOUNT-RHS
007110         MOVE "AGREES" TO WS-PRF-RESULT
007120     ELSE
007130         MOVE "DISAGREES" TO WS-PRF-RESULT
007140         SET PROOF-DISAGREES TO TRUE
007150     END-IF.
007160     WRITE RP-REPORT-LINE FROM WS-PROOF-LINE
007170         AFTER ADVANCING 1 LINE.
007180 8200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220* 8300-SET-RETURN-CODE
007230*   ANY UNMATCHED ITEM, OR A FEED THAT DOES NOT PROVE AGAINST
007240*   ITS OWN CONTROL, IS RC 8.  REJECTIONS THAT ACCOUNT FOR THE
007250*   WHOLE DIFFERENCE ARE RC 4 - THE RE-SEND FILE HOLDS THEM.
007260******************************************************************
007270 8300-SET-RETURN-CODE.
007280     COMPUTE WS-EXCEPTION-COUNT =
007290         WS-UNACKED-COUNT + WS-NOT-SENT-COUNT
007300         + WS-DUPLICATE-COUNT + WS-BAD-STATUS-COUNT
007310         + WS-WRONG-DATE-COUNT.
007320     MOVE SPACES TO WS-SUMMARY-LINE.
007330     IF WS-EXCEPTION-COUNT > ZERO
007340        OR NOT FEED-AGREES-WITH-CONTROL
007350        OR NOT ACKED-AGREES-WITH-CONTROL
007360         MOVE "** FEED NOT RECONCILED **" TO WS-SUM-LABEL
007370         MOVE 8 TO WS-RETURN-CODE
007380     ELSE
007390         IF WS-REJECTED-COUNT > ZERO
007400            OR NOT ACCEPTED-AGREES-WITH-CONTROL
007410             MOVE "** REJECTIONS TO RE-SEND **" TO WS-SUM-LABEL
007420             MOVE 4 TO WS-RETURN-CODE
007430         ELSE
007440             MOVE "** FEED FULLY ACKNOWLEDGED **" TO WS-SUM-LABEL
007450         END-IF
007460     END-IF.
007470     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007480         AFTER ADVANCING 2 LINES.
007490 8300-EXIT.
007500     EXIT.
007510
007520*    SUMMARY LINE WITH THE LABEL ALREADY SET AND A COUNT IN
007530*    WS-SUM-COUNT-ED.
007540 8900-WRITE-COUNT-LINE.
007550     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007560     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007570         AFTER ADVANCING 1 LINE.
007580     MOVE SPACES TO WS-SUMMARY-LINE.
007590 8900-EXIT.
007600     EXIT.
007610
007620*    THE SAME WITH AN AMOUNT IN WS-SUM-AMOUNT-ED.
007630 8910-WRITE-AMOUNT-LINE.
007640     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
007650     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007660         AFTER ADVANCING 1 LINE.
007670     MOVE SPACES TO WS-SUMMARY-LINE.
007680 8910-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
007730*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
007740******************************************************************
007750 9000-TERMINATE.
007760     CLOSE FEED-FILE.
007770     CLOSE ACK-FILE.
007780     CLOSE RESEND-FILE.
007790     CLOSE REPORT-FILE.
007800     DISPLAY "CALCGLAK - RUN COMPLETE - RETURN CODE "
007810         WS-RETURN-CODE.
007820 9000-EXIT.
007830     EXIT.
007840
007850 9900-ABEND.
007860     DISPLAY "CALCGLAK - ABNORMAL TERMINATION - RETURN CODE "
007870         WS-RETURN-CODE.
007880     STOP RUN RETURNING WS-RETURN-CODE.
007890
007900 9999-EXIT.
007910     STOP RUN RETURNING WS-RETURN-CODE.
007920 END PROGRAM CALCGLAK.
