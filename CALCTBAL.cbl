000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: END-OF-DAY BALANCE SNAPSHOT AND TRIAL BALANCE.  RUNS
000070*          STRAIGHT AFTER POSTING.  WRITES A SNAPSHOT OF EVERY
000080*          BALANCE-MASTER RECORD (SEE COPYBOOK CALCSNP) STAMPED
000090*          WITH THE RUN DATE, AND PROVES THE DAY'S MOVEMENT:
000100*          YESTERDAY'S SNAPSHOT TOTAL + TODAY'S NET POSTED
000110*          ACTIVITY ON EXISTING ACCOUNTS + THE OPENING POSTINGS
000120*          OF ACCOUNTS CREATED TODAY = TODAY'S MASTER TOTAL.
000130*          THE PROOF IS ALSO CARRIED ACCOUNT BY ACCOUNT - A
000140*          THREE-FILE MATCH OF THE PRIOR SNAPSHOT, THE DAY'S
000150*          POSTED FILE (SORTED BY ACCOUNT AHEAD OF THIS RUN)
000160*          AND THE MASTER IN KEY SEQUENCE - AND EVERY ACCOUNT
000170*          THAT DOES NOT ROLL FORWARD IS LISTED.  THE SAME
000180*          INDEPENDENT-PROOF APPROACH AS CALCBPRF, BUT FROM ONE
000190*          DAY TO THE NEXT RATHER THAN FROM THE WHOLE HISTORY.
000200*          WITH NO PRIOR SNAPSHOT (THE CUTOVER RUN) THE
000210*          SNAPSHOT IS TAKEN AS THE BASELINE AND NOTHING IS
000220*          PROVED.
000230*          RETURN CODE 0  - THE DAY ROLLS FORWARD.
000240*                      4  - BASELINE TAKEN, NO PRIOR SNAPSHOT.
000250*                      8  - AN ACCOUNT OR THE TOTAL DOES NOT
000260*                           ROLL FORWARD.
000270*                      16 - FILE ERROR.
000280* Tectonics: cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 AJL   INITIAL VERSION.
000323*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000326*                    FIELDS (57 TO 73).
000327*   2026-10-15 AJL   SNAPSHOT CARRIES THE ACCOUNT'S CURRENCY;
000328*                    ROLL-FORWARD TOTALS HEADED AS ACCOUNT-
000329*                    CURRENCY HASH TOTALS.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CALCTBAL.
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
000480* SNAP-IN-FILE  - YESTERDAY'S SNAPSHOT, IN ACCOUNT ORDER.
000490* POSTED-FILE   - THE DAY'S POSTED TRANSACTIONS, SORTED BY
000500*                 ACCOUNT BY THE SORT STEP AHEAD OF THIS RUN.
000510* BALANCE-FILE  - VSAM KSDS BALANCE MASTER, READ IN KEY
000520*                 SEQUENCE.
000530* SNAP-OUT-FILE - TODAY'S SNAPSHOT.
000540* REPORT-FILE   - TRIAL BALANCE AND EXCEPTIONS.
000550*----------------------------------------------------------------
000560     SELECT SNAP-IN-FILE ASSIGN TO SNAPIN
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-SNAP-IN-STATUS.
000600
000610     SELECT POSTED-FILE ASSIGN TO PSTDIN
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-POSTED-STATUS.
000650
000660     SELECT BALANCE-FILE ASSIGN TO BALMAST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS BM-ACCOUNT-NUMBER
000700         FILE STATUS IS WS-BALANCE-STATUS.
000710
000720     SELECT SNAP-OUT-FILE ASSIGN TO SNAPOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-SNAP-OUT-STATUS.
000760
000770     SELECT REPORT-FILE ASSIGN TO TBALRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-REPORT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------
000850* SNAPSHOT RECORDS - SHARED LAYOUT, SEE CALCSNP COPYBOOK.
000860*----------------------------------------------------------------
000870 FD  SNAP-IN-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  SI-SNAPSHOT-RECORD.
000910     COPY CALCSNP.
000920
000930 FD  SNAP-OUT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  SO-SNAPSHOT-RECORD.
000970     COPY CALCSNP.
000980
000990*----------------------------------------------------------------
001000* POSTED-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001010*----------------------------------------------------------------
001020 FD  POSTED-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 73 CHARACTERS.
001050 01  PD-POSTED-RECORD.
001060     COPY CALCREC.
001070
001080*----------------------------------------------------------------
001090* BALANCE-FILE RECORD - SHARED LAYOUT, SEE CALCBAL COPYBOOK.
001100*----------------------------------------------------------------
001110 FD  BALANCE-FILE
001120     RECORD CONTAINS 50 CHARACTERS.
001130 01  BM-BALANCE-RECORD.
001140     COPY CALCBAL.
001150
001160*----------------------------------------------------------------
001170* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001180*----------------------------------------------------------------
001190 FD  REPORT-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 132 CHARACTERS.
001220 01  RP-REPORT-LINE                  PIC X(132).
001230
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------
001260* FILE STATUS SWITCHES
001270*----------------------------------------------------------------
001280 77  WS-SNAP-IN-STATUS               PIC X(02)      VALUE "00".
001290 77  WS-POSTED-STATUS                PIC X(02)      VALUE "00".
001300 77  WS-BALANCE-STATUS               PIC X(02)      VALUE "00".
001310 77  WS-SNAP-OUT-STATUS              PIC X(02)      VALUE "00".
001320 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001330
001340*----------------------------------------------------------------
001350* CONTROL SWITCHES AND COUNTERS
001360*----------------------------------------------------------------
001370 77  WS-SNP-EOF-SWITCH               PIC X(01)      VALUE "N".
001380     88  SNAPSHOT-END-OF-FILE                        VALUE "Y".
001390 77  WS-PST-EOF-SWITCH               PIC X(01)      VALUE "N".
001400     88  POSTED-END-OF-FILE                          VALUE "Y".
001410 77  WS-MST-EOF-SWITCH               PIC X(01)      VALUE "N".
001420     88  MASTER-END-OF-FILE                          VALUE "Y".
001430 77  WS-BALANCE-SWITCH               PIC X(01)      VALUE "Y".
001440     88  PROOF-IN-BALANCE                            VALUE "Y".
001450     88  PROOF-OUT-OF-BALANCE                        VALUE "N".
001460*    NO PRIOR SNAPSHOT RECORD AT ALL - THE CUTOVER RUN.
001470 77  WS-BASELINE-SWITCH              PIC X(01)      VALUE "N".
001480     88  BASELINE-RUN                                VALUE "Y".
001490 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001500
001510 77  WS-SNP-READ-COUNT               PIC S9(9)   COMP VALUE ZERO.
001520 77  WS-PST-READ-COUNT               PIC S9(9)   COMP VALUE ZERO.
001530 77  WS-SKIPPED-COUNT                PIC S9(9)   COMP VALUE ZERO.
001540 77  WS-PST-USED-COUNT               PIC S9(9)   COMP VALUE ZERO.
001550 77  WS-MST-READ-COUNT               PIC S9(9)   COMP VALUE ZERO.
001560 77  WS-SNAP-WRITTEN-COUNT           PIC S9(9)   COMP VALUE ZERO.
001570 77  WS-EXISTING-ACCT-COUNT          PIC S9(9)   COMP VALUE ZERO.
001580 77  WS-NEW-ACCT-COUNT               PIC S9(9)   COMP VALUE ZERO.
001590 77  WS-EXCEPTION-COUNT              PIC S9(9)   COMP VALUE ZERO.
001600
001610*    THE FOUR TOTALS OF THE ROLL-FORWARD.  EACH ACCOUNT PROVES IN
001613*    ITS OWN CURRENCY; THE TOTALS ADD ACROSS CURRENCIES, SO THEY
001616*    ARE HASH TOTALS - THEY MUST AGREE, BUT ARE NOT AN AMOUNT.
001620 77  WS-PRIOR-TOTAL                  PIC S9(13)V99 COMP-3
001630                                                     VALUE ZERO.
001640 77  WS-POSTED-EXISTING-TOTAL        PIC S9(13)V99 COMP-3
001650                                                     VALUE ZERO.
001660 77  WS-POSTED-NEW-TOTAL             PIC S9(13)V99 COMP-3
001670                                                     VALUE ZERO.
001680 77  WS-MASTER-TOTAL                 PIC S9(13)V99 COMP-3
001690                                                     VALUE ZERO.
001700 77  WS-EXPECTED-TOTAL               PIC S9(13)V99 COMP-3
001710                                                     VALUE ZERO.
001720 77  WS-TOTAL-DIFFERENCE             PIC S9(13)V99 COMP-3
001730                                                     VALUE ZERO.
001740*    POSTED ACTIVITY FOR ACCOUNTS NOT ON THE MASTER, AND PRIOR
001750*    BALANCES OF ACCOUNTS GONE FROM IT - ALREADY IN THE TOTALS
001760*    ABOVE, SHOWN SEPARATELY SO THE DIFFERENCE CAN BE TRACED.
001770 77  WS-POSTED-OFF-MASTER-TOTAL      PIC S9(13)V99 COMP-3
001780                                                     VALUE ZERO.
001790 77  WS-PRIOR-DROPPED-TOTAL          PIC S9(13)V99 COMP-3
001800                                                     VALUE ZERO.
001810
001820 01  WS-RUN-DATE-FIELDS.
001830     05  WS-RUN-DATE                 PIC 9(08).
001840     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001850         10  WS-RUN-YYYY              PIC 9(04).
001860         10  WS-RUN-MM                PIC 9(02).
001870         10  WS-RUN-DD                PIC 9(02).
001880 77  WS-PRIOR-SNAPSHOT-DATE          PIC 9(08)      VALUE ZERO.
001890
001900*----------------------------------------------------------------
001910* THE THREE SIDES OF THE MATCH AND THE ACCOUNT IN HAND.
001920* HIGH-VALUES MARKS AN EXHAUSTED SIDE.  THE POSTED SIDE IS ONE
001930* ACCOUNT GROUP, SUMMED.
001940*----------------------------------------------------------------
001950 77  WS-SNP-ACCOUNT                  PIC X(10)      VALUE SPACES.
001960 77  WS-PST-ACCOUNT                  PIC X(10)      VALUE SPACES.
001970 77  WS-MST-ACCOUNT                  PIC X(10)      VALUE SPACES.
001980 77  WS-LOW-ACCOUNT                  PIC X(10)      VALUE SPACES.
001990 77  WS-PST-NET                      PIC S9(13)V99 COMP-3
002000                                                     VALUE ZERO.
002010 77  WS-PST-COUNT                    PIC S9(7)   COMP VALUE ZERO.
002020
002030*    FIGURES FOR THE ACCOUNT IN HAND.
002040 77  WS-ACC-PRIOR-SWITCH             PIC X(01)      VALUE "N".
002050     88  ACC-ON-PRIOR                                VALUE "Y".
002060 77  WS-ACC-MASTER-SWITCH            PIC X(01)      VALUE "N".
002070     88  ACC-ON-MASTER                               VALUE "Y".
002080 77  WS-ACC-PRIOR                    PIC S9(13)V99 COMP-3
002090                                                     VALUE ZERO.
002100 77  WS-ACC-POSTED                   PIC S9(13)V99 COMP-3
002110                                                     VALUE ZERO.
002120 77  WS-ACC-POSTED-COUNT             PIC S9(7)   COMP VALUE ZERO.
002130 77  WS-ACC-MASTER                   PIC S9(13)V99 COMP-3
002140                                                     VALUE ZERO.
002150 77  WS-ACC-DIFFERENCE               PIC S9(13)V99 COMP-3
002160                                                     VALUE ZERO.
002170
002180*----------------------------------------------------------------
002190* REPORT LINE LAYOUTS
002200*----------------------------------------------------------------
002210 01  WS-EXCEPTION-HEADING.
002220     05  FILLER                      PIC X(05)      VALUE SPACES.
002230     05  FILLER                      PIC X(30)      VALUE
002240         "EXCEPTION".
002250     05  FILLER                      PIC X(02)      VALUE SPACES.
002260     05  FILLER                      PIC X(10)      VALUE
002270         "ACCOUNT".
002280     05  FILLER                      PIC X(02)      VALUE SPACES.
002290     05  FILLER                      PIC X(18)      VALUE
002300         "    PRIOR SNAPSHOT".
002310     05  FILLER                      PIC X(02)      VALUE SPACES.
002320     05  FILLER                      PIC X(18)      VALUE
002330         "      POSTED TODAY".
002340     05  FILLER                      PIC X(02)      VALUE SPACES.
002350     05  FILLER                      PIC X(18)      VALUE
002360         "      MASTER TODAY".
002370     05  FILLER                      PIC X(02)      VALUE SPACES.
002380     05  FILLER                      PIC X(18)      VALUE
002390         "        DIFFERENCE".
002400     05  FILLER                      PIC X(05)      VALUE SPACES.
002410
002420 01  WS-DETAIL-LINE.
002430     05  FILLER                      PIC X(05)      VALUE SPACES.
002440     05  WS-DTL-LABEL                PIC X(30)      VALUE SPACES.
002450     05  FILLER                      PIC X(02)      VALUE SPACES.
002460     05  WS-DTL-ACCOUNT              PIC X(10).
002470     05  FILLER                      PIC X(02)      VALUE SPACES.
002480     05  WS-DTL-PRIOR                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002490     05  FILLER                      PIC X(02)      VALUE SPACES.
002500     05  WS-DTL-POSTED               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002510     05  FILLER                      PIC X(02)      VALUE SPACES.
002520     05  WS-DTL-MASTER               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002530     05  FILLER                      PIC X(02)      VALUE SPACES.
002540     05  WS-DTL-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002550     05  FILLER                      PIC X(05)      VALUE SPACES.
002560
002570 01  WS-SUMMARY-LINE.
002580     05  FILLER                      PIC X(05)      VALUE SPACES.
002590     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002600     05  FILLER                      PIC X(05)      VALUE SPACES.
002610     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002620     05  FILLER                      PIC X(62)      VALUE SPACES.
002630
002640 77  WS-SUM-COUNT-ED                 PIC ZZZ,ZZZ,ZZ9.
002650 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002660 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002670
002680 PROCEDURE DIVISION.
002690******************************************************************
002700* 0000-MAINLINE
002710*   THREE-FILE MATCH ON ACCOUNT - PRIOR SNAPSHOT, POSTED GROUP,
002720*   MASTER - WRITING TODAY'S SNAPSHOT AS IT GOES, THEN THE
002730*   TRIAL BALANCE.
002740******************************************************************
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     PERFORM 2000-MATCH-ONE THRU 2000-EXIT
002780         UNTIL SNAPSHOT-END-OF-FILE
002790           AND POSTED-END-OF-FILE
002800           AND MASTER-END-OF-FILE.
002810     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002830     GO TO 9999-EXIT.
002840
002850******************************************************************
002860* 1000-INITIALIZE
002870*   OPEN FILES, WRITE THE HEADER AND PRIME ALL THREE SIDES.  AN
002880*   EMPTY PRIOR SNAPSHOT MAKES THIS THE BASELINE RUN.
002890******************************************************************
002900 1000-INITIALIZE.
002910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002920     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002930     PERFORM 2600-READ-SNAPSHOT THRU 2600-EXIT.
002940     IF SNAPSHOT-END-OF-FILE
002950         MOVE "Y" TO WS-BASELINE-SWITCH
002960     ELSE
002970         MOVE SN-SNAPSHOT-DATE OF SI-SNAPSHOT-RECORD
002980             TO WS-PRIOR-SNAPSHOT-DATE
002990     END-IF.
003000     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
003010     PERFORM 2800-READ-POSTED THRU 2800-EXIT.
003020     PERFORM 2700-NEXT-GROUP THRU 2700-EXIT.
003030     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060
003070 1100-OPEN-FILES.
003080     OPEN INPUT SNAP-IN-FILE.
003090     IF WS-SNAP-IN-STATUS NOT = "00"
003100         DISPLAY "CALCTBAL - OPEN ERROR ON SNAP-IN-FILE - STATUS "
003110             WS-SNAP-IN-STATUS
003120         MOVE 16 TO WS-RETURN-CODE
003130         GO TO 9900-ABEND
003140     END-IF.
003150
003160     OPEN INPUT POSTED-FILE.
003170     IF WS-POSTED-STATUS NOT = "00"
003180         DISPLAY "CALCTBAL - OPEN ERROR ON POSTED-FILE - STATUS "
003190             WS-POSTED-STATUS
003200         MOVE 16 TO WS-RETURN-CODE
003210         GO TO 9900-ABEND
003220     END-IF.
003230
003240     OPEN INPUT BALANCE-FILE.
003250     IF WS-BALANCE-STATUS NOT = "00"
003260         DISPLAY "CALCTBAL - OPEN ERROR ON BALANCE-FILE - "
003270             "STATUS " WS-BALANCE-STATUS
003280         MOVE 16 TO WS-RETURN-CODE
003290         GO TO 9900-ABEND
003300     END-IF.
003310
003320     OPEN OUTPUT SNAP-OUT-FILE.
003330     IF WS-SNAP-OUT-STATUS NOT = "00"
003340         DISPLAY "CALCTBAL - OPEN ERROR ON SNAP-OUT-FILE - "
003350             "STATUS " WS-SNAP-OUT-STATUS
003360         MOVE 16 TO WS-RETURN-CODE
003370         GO TO 9900-ABEND
003380     END-IF.
003390
003400     OPEN OUTPUT REPORT-FILE.
003410     IF WS-REPORT-STATUS NOT = "00"
003420         DISPLAY "CALCTBAL - OPEN ERROR ON REPORT-FILE - STATUS "
003430             WS-REPORT-STATUS
003440         MOVE 16 TO WS-RETURN-CODE
003450         GO TO 9900-ABEND
003460     END-IF.
003470 1100-EXIT.
003480     EXIT.
003490
003500 1140-WRITE-REPORT-HEADER.
003510     MOVE SPACES TO WS-SUMMARY-LINE.
003520     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
003530     MOVE "CALCTBAL - TRIAL BALANCE" TO WS-SUM-LABEL.
003540     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003550     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003560     MOVE SPACES TO WS-SUMMARY-LINE.
003570     MOVE "PRIOR SNAPSHOT DATE" TO WS-SUM-LABEL.
003580     IF BASELINE-RUN
003590         MOVE "NONE" TO WS-SUM-VALUE
003600     ELSE
003610         MOVE WS-PRIOR-SNAPSHOT-DATE TO WS-SUM-RUN-DATE-ED
003620         MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE
003630     END-IF.
003640     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003650         AFTER ADVANCING 1 LINE.
003660     IF BASELINE-RUN
003670         MOVE SPACES TO WS-SUMMARY-LINE
003680         MOVE "** NO PRIOR SNAPSHOT" TO WS-SUM-LABEL
003690         MOVE "BASELINE TAKEN - NOT PROVED" TO WS-SUM-VALUE
003700         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003710             AFTER ADVANCING 1 LINE
003720     END-IF.
003730*    A PRIOR SNAPSHOT DATED TODAY OR LATER MEANS THIS STEP HAS
003740*    ALREADY RUN - THE DAY'S POSTINGS ARE IN IT ALREADY.
003750     IF NOT BASELINE-RUN
003760        AND WS-PRIOR-SNAPSHOT-DATE NOT < WS-RUN-DATE
003770         MOVE "N" TO WS-BALANCE-SWITCH
003780         MOVE SPACES TO WS-SUMMARY-LINE
003790         MOVE "** PRIOR SNAPSHOT NOT BEFORE" TO WS-SUM-LABEL
003800         MOVE "TODAY - ALREADY TAKEN?" TO WS-SUM-VALUE
003810         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003820             AFTER ADVANCING 1 LINE
003830     END-IF.
003840 1140-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 2000-MATCH-ONE
003890*   TAKE THE LOWEST ACCOUNT ON ANY SIDE, GATHER WHAT EACH SIDE
003900*   HOLDS FOR IT, ADVANCE THOSE SIDES, THEN ROLL IT FORWARD.
003910******************************************************************
003920 2000-MATCH-ONE.
003930     MOVE WS-SNP-ACCOUNT TO WS-LOW-ACCOUNT.
003940     IF WS-PST-ACCOUNT < WS-LOW-ACCOUNT
003950         MOVE WS-PST-ACCOUNT TO WS-LOW-ACCOUNT
003960     END-IF.
003970     IF WS-MST-ACCOUNT < WS-LOW-ACCOUNT
003980         MOVE WS-MST-ACCOUNT TO WS-LOW-ACCOUNT
003990     END-IF.
004000
004010     MOVE "N" TO WS-ACC-PRIOR-SWITCH.
004020     MOVE ZERO TO WS-ACC-PRIOR.
004030     IF WS-SNP-ACCOUNT = WS-LOW-ACCOUNT
004040         MOVE "Y" TO WS-ACC-PRIOR-SWITCH
004050         MOVE SN-CURRENT-BALANCE OF SI-SNAPSHOT-RECORD
004060             TO WS-ACC-PRIOR
004070         PERFORM 2600-READ-SNAPSHOT THRU 2600-EXIT
004080     END-IF.
004090
004100     MOVE ZERO TO WS-ACC-POSTED.
004110     MOVE ZERO TO WS-ACC-POSTED-COUNT.
004120     IF WS-PST-ACCOUNT = WS-LOW-ACCOUNT
004130         MOVE WS-PST-NET TO WS-ACC-POSTED
004140         MOVE WS-PST-COUNT TO WS-ACC-POSTED-COUNT
004150         PERFORM 2700-NEXT-GROUP THRU 2700-EXIT
004160     END-IF.
004170
004180     MOVE "N" TO WS-ACC-MASTER-SWITCH.
004190     MOVE ZERO TO WS-ACC-MASTER.
004200     IF WS-MST-ACCOUNT = WS-LOW-ACCOUNT
004210         MOVE "Y" TO WS-ACC-MASTER-SWITCH
004220         MOVE BM-CURRENT-BALANCE TO WS-ACC-MASTER
004230         PERFORM 3500-WRITE-SNAPSHOT THRU 3500-EXIT
004240         PERFORM 2900-READ-MASTER THRU 2900-EXIT
004250     END-IF.
004260
004270     PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT.
004280 2000-EXIT.
004290     EXIT.
004300
004310 2600-READ-SNAPSHOT.
004320     READ SNAP-IN-FILE
004330         AT END
004340             SET SNAPSHOT-END-OF-FILE TO TRUE
004350     END-READ.
004360     IF SNAPSHOT-END-OF-FILE
004370         MOVE HIGH-VALUES TO WS-SNP-ACCOUNT
004380     ELSE
004390         ADD 1 TO WS-SNP-READ-COUNT
004400         MOVE SN-ACCOUNT-NUMBER OF SI-SNAPSHOT-RECORD
004410             TO WS-SNP-ACCOUNT
004420     END-IF.
004430 2600-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470* 2700-NEXT-GROUP / 2750-GATHER-ONE
004480*   BUILD THE NEXT ACCOUNT GROUP OFF THE SORTED POSTED FILE:
004490*   THE NET OF EVERY POSTED RESULT FOR ONE ACCOUNT.
004500******************************************************************
004510 2700-NEXT-GROUP.
004520     IF POSTED-END-OF-FILE
004530         MOVE HIGH-VALUES TO WS-PST-ACCOUNT
004540         GO TO 2700-EXIT
004550     END-IF.
004560     MOVE CR-ACCOUNT-NUMBER OF PD-POSTED-RECORD
004570         TO WS-PST-ACCOUNT.
004580     MOVE ZERO TO WS-PST-NET.
004590     MOVE ZERO TO WS-PST-COUNT.
004600     PERFORM 2750-GATHER-ONE THRU 2750-EXIT
004610         UNTIL POSTED-END-OF-FILE
004620            OR CR-ACCOUNT-NUMBER OF PD-POSTED-RECORD
004630               NOT = WS-PST-ACCOUNT.
004640 2700-EXIT.
004650     EXIT.
004660
004670 2750-GATHER-ONE.
004680     ADD CR-RESULT OF PD-POSTED-RECORD TO WS-PST-NET.
004690     ADD 1 TO WS-PST-COUNT.
004700     ADD 1 TO WS-PST-USED-COUNT.
004710     PERFORM 2800-READ-POSTED THRU 2800-EXIT.
004720 2750-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 2800-READ-POSTED
004770*   READS FORWARD UNTIL THE NEXT POSTED DETAIL OR REVERSAL (OR
004780*   END OF FILE) - ONLY MONEY THAT REACHED THE MASTER COUNTS.
004790******************************************************************
004800 2800-READ-POSTED.
004810     READ POSTED-FILE
004820         AT END
004830             SET POSTED-END-OF-FILE TO TRUE
004840         NOT AT END
004850             ADD 1 TO WS-PST-READ-COUNT
004860     END-READ.
004870     IF POSTED-END-OF-FILE
004880         GO TO 2800-EXIT
004890     END-IF.
004900     IF (NOT CR-DETAIL-RECORD OF PD-POSTED-RECORD
004910         AND NOT CR-REVERSAL-RECORD OF PD-POSTED-RECORD)
004920        OR NOT CR-POSTED OF PD-POSTED-RECORD
004930         ADD 1 TO WS-SKIPPED-COUNT
004940         GO TO 2800-READ-POSTED
004950     END-IF.
004960 2800-EXIT.
004970     EXIT.
004980
004990 2900-READ-MASTER.
005000     READ BALANCE-FILE NEXT
005010         AT END
005020             SET MASTER-END-OF-FILE TO TRUE
005030     END-READ.
005040     IF MASTER-END-OF-FILE
005050         MOVE HIGH-VALUES TO WS-MST-ACCOUNT
005060     ELSE
005070         ADD 1 TO WS-MST-READ-COUNT
005080         MOVE BM-ACCOUNT-NUMBER TO WS-MST-ACCOUNT
005090     END-IF.
005100 2900-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 3000-ROLL-FORWARD
005150*   PRIOR + POSTED MUST EQUAL THE MASTER.  AN ACCOUNT NOT ON
005160*   THE PRIOR SNAPSHOT WAS CREATED TODAY AND MUST HAVE POSTED
005170*   ACTIVITY BEHIND IT; ONE ON THE PRIOR SNAPSHOT OR WITH
005180*   POSTINGS MUST STILL BE ON THE MASTER.
005190******************************************************************
005200 3000-ROLL-FORWARD.
005210     ADD WS-ACC-PRIOR TO WS-PRIOR-TOTAL.
005220     ADD WS-ACC-MASTER TO WS-MASTER-TOTAL.
005230     IF ACC-ON-PRIOR OR BASELINE-RUN
005240         ADD WS-ACC-POSTED TO WS-POSTED-EXISTING-TOTAL
005250     ELSE
005260         ADD WS-ACC-POSTED TO WS-POSTED-NEW-TOTAL
005270     END-IF.
005280     IF NOT ACC-ON-MASTER
005290         ADD WS-ACC-POSTED TO WS-POSTED-OFF-MASTER-TOTAL
005300         ADD WS-ACC-PRIOR TO WS-PRIOR-DROPPED-TOTAL
005310     END-IF.
005320     IF BASELINE-RUN
005330         GO TO 3000-EXIT
005340     END-IF.
005350
005360     COMPUTE WS-ACC-DIFFERENCE =
005370         WS-ACC-MASTER - WS-ACC-PRIOR - WS-ACC-POSTED.
005380     MOVE SPACES TO WS-DETAIL-LINE.
005390     EVALUATE TRUE
005400         WHEN NOT ACC-ON-MASTER AND ACC-ON-PRIOR
005410             MOVE "** GONE FROM MASTER" TO WS-DTL-LABEL
005420         WHEN NOT ACC-ON-MASTER
005430             MOVE "** POSTED - NOT ON MASTER" TO WS-DTL-LABEL
005440         WHEN NOT ACC-ON-PRIOR
005450          AND WS-ACC-POSTED-COUNT = ZERO
005460             ADD 1 TO WS-NEW-ACCT-COUNT
005470             MOVE "** NEW ACCOUNT - NONE POSTED"
005480                 TO WS-DTL-LABEL
005490         WHEN NOT ACC-ON-PRIOR
005500             ADD 1 TO WS-NEW-ACCT-COUNT
005510             IF WS-ACC-DIFFERENCE NOT = ZERO
005520                 MOVE "** NEW ACCOUNT DOES NOT PROVE"
005530                     TO WS-DTL-LABEL
005540             END-IF
005550         WHEN OTHER
005560             ADD 1 TO WS-EXISTING-ACCT-COUNT
005570             IF WS-ACC-DIFFERENCE NOT = ZERO
005580                 MOVE "** DOES NOT ROLL FORWARD"
005590                     TO WS-DTL-LABEL
005600             END-IF
005610     END-EVALUATE.
005620     IF WS-DTL-LABEL = SPACES
005630         GO TO 3000-EXIT
005640     END-IF.
005650
005660     IF WS-EXCEPTION-COUNT = ZERO
005670         WRITE RP-REPORT-LINE FROM WS-EXCEPTION-HEADING
005680             AFTER ADVANCING 2 LINES
005690     END-IF.
005700     ADD 1 TO WS-EXCEPTION-COUNT.
005710     MOVE "N" TO WS-BALANCE-SWITCH.
005720     MOVE WS-LOW-ACCOUNT TO WS-DTL-ACCOUNT.
005730     MOVE WS-ACC-PRIOR TO WS-DTL-PRIOR.
005740     MOVE WS-ACC-POSTED TO WS-DTL-POSTED.
005750     MOVE WS-ACC-MASTER TO WS-DTL-MASTER.
005760     MOVE WS-ACC-DIFFERENCE TO WS-DTL-DIFFERENCE.
005770     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005780         AFTER ADVANCING 1 LINE.
005790 3000-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 3500-WRITE-SNAPSHOT
005840*   TODAY'S SNAPSHOT RECORD FOR THE MASTER RECORD IN HAND.
005850******************************************************************
005860 3500-WRITE-SNAPSHOT.
005870     MOVE SPACES TO SO-SNAPSHOT-RECORD.
005880     MOVE WS-RUN-DATE TO SN-SNAPSHOT-DATE OF SO-SNAPSHOT-RECORD.
005890     MOVE BM-ACCOUNT-NUMBER
005900         TO SN-ACCOUNT-NUMBER OF SO-SNAPSHOT-RECORD.
005910     MOVE BM-CURRENT-BALANCE
005920         TO SN-CURRENT-BALANCE OF SO-SNAPSHOT-RECORD.
005930     MOVE BM-LAST-ACTIVITY-DATE
005940         TO SN-LAST-ACTIVITY-DATE OF SO-SNAPSHOT-RECORD.
005950     MOVE BM-ACTIVITY-COUNT
005960         TO SN-ACTIVITY-COUNT OF SO-SNAPSHOT-RECORD.
005963     MOVE BM-CURRENCY-CODE
005966         TO SN-CURRENCY-CODE OF SO-SNAPSHOT-RECORD.
005970     WRITE SO-SNAPSHOT-RECORD.
005980     IF WS-SNAP-OUT-STATUS NOT = "00"
005990         DISPLAY "CALCTBAL - WRITE ERROR ON SNAP-OUT-FILE - "
006000             "STATUS " WS-SNAP-OUT-STATUS
006010         MOVE 16 TO WS-RETURN-CODE
006020         GO TO 9900-ABEND
006030     END-IF.
006040     ADD 1 TO WS-SNAP-WRITTEN-COUNT.
006050 3500-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* 8000-PRINT-SUMMARY
006100*   THE TRIAL BALANCE - THE FOUR ROLL-FORWARD TOTALS AND THE
006110*   DIFFERENCE - THE COUNTS, AND THE VERDICT.  THE TOTALS ARE
006115*   ACCOUNT-CURRENCY HASH TOTALS AND ARE HEADED AS SUCH.
006120******************************************************************
006130 8000-PRINT-SUMMARY.
006140     COMPUTE WS-EXPECTED-TOTAL = WS-PRIOR-TOTAL
006150         + WS-POSTED-EXISTING-TOTAL + WS-POSTED-NEW-TOTAL.
006160     COMPUTE WS-TOTAL-DIFFERENCE =
006170         WS-MASTER-TOTAL - WS-EXPECTED-TOTAL.
006180
006190     MOVE SPACES TO WS-SUMMARY-LINE.
006200     MOVE "CALCTBAL - ROLL-FORWARD" TO WS-SUM-LABEL.
006205     MOVE "ACCOUNT-CURRENCY HASH TOTALS" TO WS-SUM-VALUE.
006210     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006220         AFTER ADVANCING 2 LINES.
006230
006240     MOVE SPACES TO WS-SUMMARY-LINE.
006250     MOVE "PRIOR SNAPSHOT TOTAL" TO WS-SUM-LABEL.
006260     MOVE WS-PRIOR-TOTAL TO WS-SUM-AMOUNT-ED.
006270     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006280     MOVE "+ POSTED TO EXISTING ACCOUNTS" TO WS-SUM-LABEL.
006290     MOVE WS-POSTED-EXISTING-TOTAL TO WS-SUM-AMOUNT-ED.
006300     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006310     MOVE "+ ACCOUNTS CREATED TODAY" TO WS-SUM-LABEL.
006320     MOVE WS-POSTED-NEW-TOTAL TO WS-SUM-AMOUNT-ED.
006330     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006340     MOVE "= EXPECTED MASTER TOTAL" TO WS-SUM-LABEL.
006350     MOVE WS-EXPECTED-TOTAL TO WS-SUM-AMOUNT-ED.
006360     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006370     MOVE "MASTER TOTAL TODAY" TO WS-SUM-LABEL.
006380     MOVE WS-MASTER-TOTAL TO WS-SUM-AMOUNT-ED.
006390     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006400     MOVE "DIFFERENCE" TO WS-SUM-LABEL.
006410     MOVE WS-TOTAL-DIFFERENCE TO WS-SUM-AMOUNT-ED.
006420     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006430     MOVE "OF WHICH POSTED OFF MASTER" TO WS-SUM-LABEL.
006440     MOVE WS-POSTED-OFF-MASTER-TOTAL TO WS-SUM-AMOUNT-ED.
006450     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006460     MOVE "OF WHICH PRIOR, NOW OFF MASTER" TO WS-SUM-LABEL.
006470     MOVE WS-PRIOR-DROPPED-TOTAL TO WS-SUM-AMOUNT-ED.
006480     PERFORM 8910-WRITE-AMOUNT-LINE THRU 8910-EXIT.
006490
006500     MOVE "PRIOR SNAPSHOT RECORDS READ" TO WS-SUM-LABEL.
006510     MOVE WS-SNP-READ-COUNT TO WS-SUM-COUNT-ED.
006520     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006530     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006540         AFTER ADVANCING 2 LINES.
006550     MOVE SPACES TO WS-SUMMARY-LINE.
006560     MOVE "POSTED RECORDS READ" TO WS-SUM-LABEL.
006570     MOVE WS-PST-READ-COUNT TO WS-SUM-COUNT-ED.
006580     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006590     MOVE "UNPOSTED/CONTROL SKIPPED" TO WS-SUM-LABEL.
006600     MOVE WS-SKIPPED-COUNT TO WS-SUM-COUNT-ED.
006610     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006620     MOVE "POSTINGS ROLLED FORWARD" TO WS-SUM-LABEL.
006630     MOVE WS-PST-USED-COUNT TO WS-SUM-COUNT-ED.
006640     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006650     MOVE "MASTER RECORDS READ" TO WS-SUM-LABEL.
006660     MOVE WS-MST-READ-COUNT TO WS-SUM-COUNT-ED.
006670     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006680     MOVE "SNAPSHOT RECORDS WRITTEN" TO WS-SUM-LABEL.
006690     MOVE WS-SNAP-WRITTEN-COUNT TO WS-SUM-COUNT-ED.
006700     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006710     MOVE "EXISTING ACCOUNTS" TO WS-SUM-LABEL.
006720     MOVE WS-EXISTING-ACCT-COUNT TO WS-SUM-COUNT-ED.
006730     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006740     MOVE "ACCOUNTS CREATED TODAY" TO WS-SUM-LABEL.
006750     MOVE WS-NEW-ACCT-COUNT TO WS-SUM-COUNT-ED.
006760     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006770     MOVE "ACCOUNTS IN EXCEPTION" TO WS-SUM-LABEL.
006780     MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT-ED.
006790     PERFORM 8900-WRITE-COUNT-LINE THRU 8900-EXIT.
006800
006810     PERFORM 8300-SET-RETURN-CODE THRU 8300-EXIT.
006820 8000-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 8300-SET-RETURN-CODE
006870*   THE TOTALS MUST PROVE AND NO ACCOUNT MAY BE IN EXCEPTION -
006880*   OFFSETTING ERRORS CAN STILL LEAVE THE TOTALS EQUAL.
006890******************************************************************
006900 8300-SET-RETURN-CODE.
006910     IF WS-TOTAL-DIFFERENCE NOT = ZERO
006920         MOVE "N" TO WS-BALANCE-SWITCH
006930     END-IF.
006940     MOVE SPACES TO WS-SUMMARY-LINE.
006950     EVALUATE TRUE
006960         WHEN BASELINE-RUN
006970             MOVE "** BASELINE SNAPSHOT TAKEN **" TO WS-SUM-LABEL
006980             MOVE 4 TO WS-RETURN-CODE
006990         WHEN PROOF-IN-BALANCE
007000             MOVE "** TRIAL BALANCE PROVES **" TO WS-SUM-LABEL
007010         WHEN OTHER
007020             MOVE "** TRIAL BALANCE NOT PROVED **"
007030                 TO WS-SUM-LABEL
007040             MOVE 8 TO WS-RETURN-CODE
007050     END-EVALUATE.
007060     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007070         AFTER ADVANCING 2 LINES.
007080 8300-EXIT.
007090     EXIT.
007100
007110*    SUMMARY LINE WITH THE LABEL ALREADY SET AND A COUNT IN
007120*    WS-SUM-COUNT-ED.
007130 8900-WRITE-COUNT-LINE.
007140     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007150     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007160         AFTER ADVANCING 1 LINE.
007170     MOVE SPACES TO WS-SUMMARY-LINE.
007180 8900-EXIT.
007190     EXIT.
007200
007210*    THE SAME WITH AN AMOUNT IN WS-SUM-AMOUNT-ED.
007220 8910-WRITE-AMOUNT-LINE.
007230     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
007240     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007250         AFTER ADVANCING 1 LINE.
007260     MOVE SPACES TO WS-SUMMARY-LINE.
007270 8910-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
007320*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
007330******************************************************************
007340 9000-TERMINATE.
007350     CLOSE SNAP-IN-FILE.
007360     CLOSE POSTED-FILE.
007370     CLOSE BALANCE-FILE.
007380     CLOSE SNAP-OUT-FILE.
007390     CLOSE REPORT-FILE.
007400     DISPLAY "CALCTBAL - RUN COMPLETE - RETURN CODE "
007410         WS-RETURN-CODE.
007420 9000-EXIT.
007430     EXIT.
007440
007450 9900-ABEND.
007460     DISPLAY "CALCTBAL - ABNORMAL TERMINATION - RETURN CODE "
007470         WS-RETURN-CODE.
007480     STOP RUN RETURNING WS-RETURN-CODE.
007490
007500 9999-EXIT.
007510     STOP RUN RETURNING WS-RETURN-CODE.
007520 END PROGRAM CALCTBAL.
