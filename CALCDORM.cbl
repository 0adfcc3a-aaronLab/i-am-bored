000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: PERIODIC DORMANCY RUN.  MATCHES THE VSAM BALANCE
000070*          MASTER AGAINST THE ACCOUNT REFERENCE MASTER AND LISTS
000080*          EVERY OPEN ACCOUNT WITH NO ACTIVITY FOR AT LEAST THE
000090*          PARM NUMBER OF DAYS, WITH ITS BALANCE AND LAST-
000100*          ACTIVITY DATE.  AN ACCOUNT THAT HAS NEVER POSTED IS
000110*          AGED FROM ITS OPEN DATE.  WITH THE FREEZE OPTION THE
000120*          RUN WRITES A NEW ACCOUNT MASTER GENERATION WITH THOSE
000130*          ACCOUNTS SET TO FROZEN, SO CALCULATE'S ACCOUNT-STATUS
000140*          EDIT (REASON 14) STOPS NEW WORK UNTIL THE ACCOUNT IS
000150*          REACTIVATED ON CALCACCT, AND REPORTS EVERY STATUS
000160*          CHANGE WITH ITS BEFORE AND AFTER STATUS.
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 AJL   INITIAL VERSION - DORMANCY LISTING BY PARM
000220*                    THRESHOLD WITH OPTIONAL FREEZE TO A NEW
000230*                    ACCOUNT MASTER GENERATION.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CALCDORM.
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
000390* BALANCE-FILE  - VSAM KSDS BALANCE MASTER, READ IN KEY ORDER.
000400* ACCT-IN-FILE  - CURRENT ACCOUNT REFERENCE MASTER (CALCACM).
000410* ACCT-OUT-FILE - NEW ACCOUNT MASTER GENERATION, WRITTEN ONLY
000420*                 WHEN THE FREEZE OPTION IS SET.
000430* REPORT-FILE   - DORMANCY AND STATUS-CHANGE REPORT.
000440*----------------------------------------------------------------
000450     SELECT BALANCE-FILE ASSIGN TO BALMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS BM-ACCOUNT-NUMBER
000490         FILE STATUS IS WS-BALANCE-STATUS.
000500
000510     SELECT ACCT-IN-FILE ASSIGN TO ACCTIN
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-ACCTIN-STATUS.
000550
000560     SELECT ACCT-OUT-FILE ASSIGN TO ACCTOUT
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-ACCTOUT-STATUS.
000600
000610     SELECT REPORT-FILE ASSIGN TO DORMRPT
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
000770* ACCT-IN / ACCT-OUT RECORDS - SHARED LAYOUT, SEE CALCACM.  THE
000780* MASTER IS CARRIED IN CORE AS WHOLE IMAGES AND WORKED IN
000790* WS-ACCOUNT-RECORD.
000800*----------------------------------------------------------------
000810 FD  ACCT-IN-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  AI-ACCOUNT-RECORD               PIC X(80).
000850
000860 FD  ACCT-OUT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  AO-ACCOUNT-RECORD               PIC X(80).
000900
000910*----------------------------------------------------------------
000920* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
000930*----------------------------------------------------------------
000940 FD  REPORT-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  RP-REPORT-LINE                  PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010* FILE STATUS SWITCHES
001020*----------------------------------------------------------------
001030 77  WS-BALANCE-STATUS               PIC X(02)      VALUE "00".
001040 77  WS-ACCTIN-STATUS                PIC X(02)      VALUE "00".
001050 77  WS-ACCTOUT-STATUS               PIC X(02)      VALUE "00".
001060 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001070
001080*----------------------------------------------------------------
001090* CONTROL SWITCHES AND COUNTERS
001100*----------------------------------------------------------------
001110 77  WS-BAL-EOF-SWITCH               PIC X(01)      VALUE "N".
001120     88  BALANCE-END-OF-FILE                         VALUE "Y".
001130 77  WS-ACCT-EOF-SWITCH              PIC X(01)      VALUE "N".
001140     88  ACCT-END-OF-FILE                            VALUE "Y".
001150 77  WS-FREEZE-SWITCH                PIC X(01)      VALUE "N".
001160     88  FREEZE-REQUESTED                            VALUE "Y".
001170
001180 77  WS-ACCOUNT-READ-COUNT           PIC S9(7)   COMP VALUE ZERO.
001190 77  WS-BALANCE-READ-COUNT           PIC S9(7)   COMP VALUE ZERO.
001200 77  WS-NO-ACCOUNT-COUNT             PIC S9(7)   COMP VALUE ZERO.
001210 77  WS-OPEN-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001220 77  WS-DORMANT-COUNT                PIC S9(7)   COMP VALUE ZERO.
001230 77  WS-FROZEN-COUNT                 PIC S9(7)   COMP VALUE ZERO.
001240 77  WS-WRITTEN-COUNT                PIC S9(7)   COMP VALUE ZERO.
001250 77  WS-DORMANT-BALANCE              PIC S9(13)V99 COMP-3
001260                                                     VALUE ZERO.
001270 77  WS-DAYS-INACTIVE                PIC S9(5)   COMP VALUE ZERO.
001280 77  WS-DORMANT-DAYS                 PIC S9(5)   COMP VALUE 365.
001290 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001300
001310*----------------------------------------------------------------
001320* ACCOUNT MASTER IN CORE - THE WHOLE IMAGE PLUS WHAT THE BALANCE
001330* MASTER SAYS ABOUT THE ACCOUNT.  AN ACCOUNT WITH NO BALANCE
001340* RECORD HAS NEVER POSTED.
001350*----------------------------------------------------------------
001360 77  WS-ACM-MAX                      PIC S9(7)   COMP VALUE 5000.
001370 77  WS-ACM-USED                     PIC S9(7)   COMP VALUE ZERO.
001380 77  WS-ACM-SUB                      PIC S9(7)   COMP VALUE ZERO.
001390 77  WS-ACM-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001400 01  WS-ACCOUNT-TABLE.
001410     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
001420         10  WS-ACM-IMAGE            PIC X(80).
001430         10  WS-ACM-BAL-FOUND        PIC X(01).
001440         10  WS-ACM-BALANCE          PIC S9(13)V99  COMP-3.
001450         10  WS-ACM-LAST-DATE        PIC 9(08).
001460
001470*    WORK RECORD FOR ONE ACCOUNT
001480 01  WS-ACCOUNT-RECORD.
001490     COPY CALCACM.
001500
001510 01  WS-RUN-DATE-FIELDS.
001520     05  WS-RUN-DATE                 PIC 9(08).
001530     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001540         10  WS-RUN-YYYY              PIC 9(04).
001550         10  WS-RUN-MM                PIC 9(02).
001560         10  WS-RUN-DD                PIC 9(02).
001570
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
001690*----------------------------------------------------------------
001700* REPORT LINE LAYOUTS
001710*----------------------------------------------------------------
001720 01  WS-HEADING-LINE.
001730     05  FILLER                      PIC X(05)      VALUE SPACES.
001740     05  FILLER                      PIC X(10)      VALUE
001750         "ACCOUNT".
001760     05  FILLER                      PIC X(02)      VALUE SPACES.
001770     05  FILLER                      PIC X(30)      VALUE
001780         "NAME".
001790     05  FILLER                      PIC X(02)      VALUE SPACES.
001800     05  FILLER                      PIC X(08)      VALUE
001810         "BEF/AFT".
001820     05  FILLER                      PIC X(21)      VALUE
001830         "              BALANCE".
001840     05  FILLER                      PIC X(02)      VALUE SPACES.
001850     05  FILLER                      PIC X(10)      VALUE
001860         "LAST ACTVY".
001870     05  FILLER                      PIC X(02)      VALUE SPACES.
001880     05  FILLER                      PIC X(06)      VALUE
001890         "  DAYS".
001900     05  FILLER                      PIC X(02)      VALUE SPACES.
001910     05  FILLER                      PIC X(20)      VALUE
001920         "NOTE".
001930     05  FILLER                      PIC X(12)      VALUE SPACES.
001940
001950 01  WS-DETAIL-LINE.
001960     05  FILLER                      PIC X(05)      VALUE SPACES.
001970     05  WS-DTL-ACCOUNT              PIC X(10).
001980     05  FILLER                      PIC X(02)      VALUE SPACES.
001990     05  WS-DTL-NAME                 PIC X(30).
002000     05  FILLER                      PIC X(02)      VALUE SPACES.
002010     05  WS-DTL-STATUS-BEFORE        PIC X(01).
002020     05  FILLER                      PIC X(03)      VALUE " / ".
002030     05  WS-DTL-STATUS-AFTER         PIC X(01).
002040     05  FILLER                      PIC X(03)      VALUE SPACES.
002050     05  WS-DTL-BALANCE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002060     05  FILLER                      PIC X(02)      VALUE SPACES.
002070     05  WS-DTL-LAST-DATE            PIC 9999/99/99.
002080     05  FILLER                      PIC X(02)      VALUE SPACES.
002090     05  WS-DTL-DAYS                 PIC ZZ,ZZ9.
002100     05  FILLER                      PIC X(02)      VALUE SPACES.
002110     05  WS-DTL-NOTE                 PIC X(20).
002120     05  FILLER                      PIC X(12)      VALUE SPACES.
002130
002140 01  WS-SUMMARY-LINE.
002150     05  FILLER                      PIC X(05)      VALUE SPACES.
002160     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002170     05  FILLER                      PIC X(05)      VALUE SPACES.
002180     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002190     05  FILLER                      PIC X(62)      VALUE SPACES.
002200
002210 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002220 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002230 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002240
002250 LINKAGE SECTION.
002260*----------------------------------------------------------------
002270* PARM AREA - POSITIONS 1-5 CARRY THE DORMANCY THRESHOLD IN
002280* DAYS (DEFAULT 00365); POSITION 6 = F FREEZES THE ACCOUNTS
002290* FOUND AND WRITES THE NEW MASTER GENERATION.  WITHOUT IT THE
002300* RUN ONLY LISTS.
002310*----------------------------------------------------------------
002320 01  WS-PARM-AREA.
002330     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
002340     05  WS-PARM-DAYS                PIC X(05).
002350     05  WS-PARM-DAYS-N REDEFINES WS-PARM-DAYS
002360                                     PIC 9(05).
002370     05  WS-PARM-FREEZE              PIC X(01).
002380     05  FILLER                      PIC X(74).
002390
002400 PROCEDURE DIVISION USING WS-PARM-AREA.
002410******************************************************************
002420* 0000-MAINLINE
002430*   LOAD THE ACCOUNT MASTER, MATCH THE BALANCE MASTER ONTO IT,
002440*   AGE EVERY OPEN ACCOUNT, THEN WRITE THE NEW GENERATION (FREEZE
002450*   RUNS ONLY) AND THE CONTROL TOTALS.
002460******************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-MATCH-ONE-BALANCE THRU 2000-EXIT
002500         UNTIL BALANCE-END-OF-FILE.
002510     PERFORM 3000-AGE-ONE-ACCOUNT THRU 3000-EXIT
002520         VARYING WS-ACM-SUB FROM 1 BY 1
002530         UNTIL WS-ACM-SUB > WS-ACM-USED.
002540     IF FREEZE-REQUESTED
002550         PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT
002560     END-IF.
002570     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     GO TO 9999-EXIT.
002600
002610******************************************************************
002620* 1000-INITIALIZE
002630*   PARM, OPENS, ACCOUNT MASTER LOAD, REPORT HEADINGS, FIRST
002640*   BALANCE READ.
002650******************************************************************
002660 1000-INITIALIZE.
002670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002680     IF WS-PARM-LENGTH >= 5 AND WS-PARM-DAYS NUMERIC
002690         MOVE WS-PARM-DAYS-N TO WS-DORMANT-DAYS
002700     END-IF.
002710     IF WS-PARM-LENGTH >= 6 AND WS-PARM-FREEZE = "F"
002720         MOVE "Y" TO WS-FREEZE-SWITCH
002730     END-IF.
002740     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002750     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
002760     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT.
002770     PERFORM 2900-READ-BALANCE THRU 2900-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810 1100-OPEN-FILES.
002820     OPEN INPUT BALANCE-FILE.
002830     IF WS-BALANCE-STATUS NOT = "00"
002840         DISPLAY "CALCDORM - OPEN ERROR ON BALANCE-FILE - "
002850             "STATUS " WS-BALANCE-STATUS
002860         MOVE 16 TO WS-RETURN-CODE
002870         GO TO 9900-ABEND
002880     END-IF.
002890
002900     OPEN INPUT ACCT-IN-FILE.
002910     IF WS-ACCTIN-STATUS NOT = "00"
002920         DISPLAY "CALCDORM - OPEN ERROR ON ACCT-IN-FILE - STATUS "
002930             WS-ACCTIN-STATUS
002940         MOVE 16 TO WS-RETURN-CODE
002950         GO TO 9900-ABEND
002960     END-IF.
002970
002980*    A LISTING RUN NEVER TOUCHES THE OUTPUT GENERATION.
002990     IF FREEZE-REQUESTED
003000         OPEN OUTPUT ACCT-OUT-FILE
003010         IF WS-ACCTOUT-STATUS NOT = "00"
003020             DISPLAY "CALCDORM - OPEN ERROR ON ACCT-OUT-FILE - "
003030                 "STATUS " WS-ACCTOUT-STATUS
003040             MOVE 16 TO WS-RETURN-CODE
003050             GO TO 9900-ABEND
003060         END-IF
003070     END-IF.
003080
003090     OPEN OUTPUT REPORT-FILE.
003100     IF WS-REPORT-STATUS NOT = "00"
003110         DISPLAY "CALCDORM - OPEN ERROR ON REPORT-FILE - STATUS "
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
003220     IF FREEZE-REQUESTED
003230         MOVE "CALCDORM - DORMANCY FREEZE" TO WS-SUM-LABEL
003240     ELSE
003250         MOVE "CALCDORM - DORMANCY LISTING" TO WS-SUM-LABEL
003260     END-IF.
003270     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003280     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003290
003300     MOVE SPACES TO WS-SUMMARY-LINE.
003310     MOVE "INACTIVE DAYS THRESHOLD" TO WS-SUM-LABEL.
003320     MOVE WS-DORMANT-DAYS TO WS-SUM-COUNT-ED.
003330     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
003340     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
003350         AFTER ADVANCING 1 LINE.
003360
003370     WRITE RP-REPORT-LINE FROM WS-HEADING-LINE
003380         AFTER ADVANCING 2 LINES.
003390 1140-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 1300-LOAD-ACCOUNTS / 1310-LOAD-ONE-ACCOUNT
003440*   LOAD THE ACCOUNT MASTER AS WHOLE IMAGES.  UNTIL A BALANCE
003450*   RECORD TURNS UP, AN ACCOUNT'S LAST ACTIVITY IS ITS OPEN DATE.
003460******************************************************************
003470 1300-LOAD-ACCOUNTS.
003480     PERFORM 1310-LOAD-ONE-ACCOUNT THRU 1310-EXIT
003490         UNTIL ACCT-END-OF-FILE.
003500     CLOSE ACCT-IN-FILE.
003510 1300-EXIT.
003520     EXIT.
003530
003540 1310-LOAD-ONE-ACCOUNT.
003550     READ ACCT-IN-FILE
003560         AT END
003570             SET ACCT-END-OF-FILE TO TRUE
003580             GO TO 1310-EXIT
003590     END-READ.
003600     ADD 1 TO WS-ACCOUNT-READ-COUNT.
003610     IF WS-ACM-USED >= WS-ACM-MAX
003620         DISPLAY "CALCDORM - ACCOUNT TABLE FULL"
003630         MOVE 16 TO WS-RETURN-CODE
003640         GO TO 9900-ABEND
003650     END-IF.
003660     ADD 1 TO WS-ACM-USED.
003670     MOVE AI-ACCOUNT-RECORD TO WS-ACM-IMAGE (WS-ACM-USED).
003680     MOVE AI-ACCOUNT-RECORD TO WS-ACCOUNT-RECORD.
003690     MOVE "N" TO WS-ACM-BAL-FOUND (WS-ACM-USED).
003700     MOVE ZERO TO WS-ACM-BALANCE (WS-ACM-USED).
003710     MOVE AM-OPEN-DATE TO WS-ACM-LAST-DATE (WS-ACM-USED).
003720 1310-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 2000-MATCH-ONE-BALANCE
003770*   CARRY ONE BALANCE RECORD'S BALANCE AND LAST-ACTIVITY DATE
003780*   ONTO ITS ACCOUNT.  A BALANCE WITH NO ACCOUNT IS COUNTED - THE
003790*   POSTING RUN NO LONGER CREATES ONE, SO IT IS A LEGACY ROW.
003800******************************************************************
003810 2000-MATCH-ONE-BALANCE.
003820     PERFORM 2150-FIND-ACCOUNT THRU 2150-EXIT.
003830     IF WS-ACM-FOUND-SUB = ZERO
003840         ADD 1 TO WS-NO-ACCOUNT-COUNT
003850         GO TO 2000-NEXT
003860     END-IF.
003870     MOVE "Y" TO WS-ACM-BAL-FOUND (WS-ACM-FOUND-SUB).
003880     MOVE BM-CURRENT-BALANCE
003890         TO WS-ACM-BALANCE (WS-ACM-FOUND-SUB).
003900     IF BM-LAST-ACTIVITY-DATE NUMERIC
003910        AND BM-LAST-ACTIVITY-DATE NOT = ZERO
003920         MOVE BM-LAST-ACTIVITY-DATE
003930             TO WS-ACM-LAST-DATE (WS-ACM-FOUND-SUB)
003940     END-IF.
003950 2000-NEXT.
003960     PERFORM 2900-READ-BALANCE THRU 2900-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2150-FIND-ACCOUNT.
004010     MOVE ZERO TO WS-ACM-FOUND-SUB.
004020     PERFORM 2160-SCAN-ONE-ACCOUNT THRU 2160-EXIT
004030         VARYING WS-ACM-SUB FROM 1 BY 1
004040         UNTIL WS-ACM-SUB > WS-ACM-USED
004050            OR WS-ACM-FOUND-SUB > ZERO.
004060 2150-EXIT.
004070     EXIT.
004080
004090 2160-SCAN-ONE-ACCOUNT.
004100     IF WS-ACM-IMAGE (WS-ACM-SUB) (1:10) = BM-ACCOUNT-NUMBER
004110         MOVE WS-ACM-SUB TO WS-ACM-FOUND-SUB
004120     END-IF.
004130 2160-EXIT.
004140     EXIT.
004150
004160 2900-READ-BALANCE.
004170     READ BALANCE-FILE
004180         AT END
004190             SET BALANCE-END-OF-FILE TO TRUE
004200         NOT AT END
004210             ADD 1 TO WS-BALANCE-READ-COUNT
004220     END-READ.
004230 2900-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 3000-AGE-ONE-ACCOUNT
004280*   ONLY OPEN ACCOUNTS ARE CANDIDATES - CLOSED AND FROZEN ONES
004290*   ALREADY TAKE NO WORK.  AN OPEN ACCOUNT INACTIVE FOR AT LEAST
004300*   THE THRESHOLD IS LISTED, AND ON A FREEZE RUN SET TO FROZEN.
004310******************************************************************
004320 3000-AGE-ONE-ACCOUNT.
004330     MOVE WS-ACM-IMAGE (WS-ACM-SUB) TO WS-ACCOUNT-RECORD.
004340     IF NOT AM-STATUS-OPEN
004350         GO TO 3000-EXIT
004360     END-IF.
004370     ADD 1 TO WS-OPEN-COUNT.
004380     MOVE WS-ACM-LAST-DATE (WS-ACM-SUB) TO WS-DATE-FROM.
004390     MOVE WS-RUN-DATE TO WS-DATE-TO.
004400     PERFORM 6100-APPROX-DAYS THRU 6100-EXIT.
004410     IF WS-DAYS-INACTIVE < WS-DORMANT-DAYS
004420         GO TO 3000-EXIT
004430     END-IF.
004440     ADD 1 TO WS-DORMANT-COUNT.
004450     ADD WS-ACM-BALANCE (WS-ACM-SUB) TO WS-DORMANT-BALANCE.
004460     MOVE AM-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
004470     MOVE AM-ACCOUNT-NAME TO WS-DTL-NAME.
004480     MOVE AM-STATUS TO WS-DTL-STATUS-BEFORE.
004490     IF FREEZE-REQUESTED
004500         SET AM-STATUS-FROZEN TO TRUE
004510         MOVE WS-ACCOUNT-RECORD TO WS-ACM-IMAGE (WS-ACM-SUB)
004520         ADD 1 TO WS-FROZEN-COUNT
004530     END-IF.
004540     MOVE AM-STATUS TO WS-DTL-STATUS-AFTER.
004550     MOVE WS-ACM-BALANCE (WS-ACM-SUB) TO WS-DTL-BALANCE.
004560     MOVE WS-ACM-LAST-DATE (WS-ACM-SUB) TO WS-DTL-LAST-DATE.
004570     MOVE WS-DAYS-INACTIVE TO WS-DTL-DAYS.
004580     IF WS-ACM-BAL-FOUND (WS-ACM-SUB) = "Y"
004590         MOVE SPACES TO WS-DTL-NOTE
004600     ELSE
004610         MOVE "NEVER POSTED - OPENED" TO WS-DTL-NOTE
004620     END-IF.
004630     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004640         AFTER ADVANCING 1 LINE.
004650 3000-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 6100-APPROX-DAYS
004700*   DAYS BETWEEN WS-DATE-FROM AND WS-DATE-TO ON THE 360-DAY
004710*   COMMERCIAL CALENDAR - CLOSE ENOUGH TO AGE AN ACCOUNT
004720*   WITHOUT CALENDAR TABLES, AND NEVER NEGATIVE.
004730******************************************************************
004740 6100-APPROX-DAYS.
004750     COMPUTE WS-DAYS-INACTIVE =
004760         (WS-DT-YYYY - WS-DF-YYYY) * 360
004770         + (WS-DT-MM - WS-DF-MM) * 30
004780         + (WS-DT-DD - WS-DF-DD).
004790     IF WS-DAYS-INACTIVE < ZERO
004800         MOVE ZERO TO WS-DAYS-INACTIVE
004810     END-IF.
004820 6100-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860* 7000-WRITE-NEW-MASTER
004870*   FREEZE RUNS ONLY: THE COMPLETE NEW GENERATION, IN THE ORDER
004880*   IT WAS READ.
004890******************************************************************
004900 7000-WRITE-NEW-MASTER.
004910     PERFORM 7010-WRITE-ONE-ACCOUNT THRU 7010-EXIT
004920         VARYING WS-ACM-SUB FROM 1 BY 1
004930         UNTIL WS-ACM-SUB > WS-ACM-USED.
004940 7000-EXIT.
004950     EXIT.
004960
004970 7010-WRITE-ONE-ACCOUNT.
004980     WRITE AO-ACCOUNT-RECORD FROM WS-ACM-IMAGE (WS-ACM-SUB).
004990     ADD 1 TO WS-WRITTEN-COUNT.
005000 7010-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 8000-PRINT-SUMMARY
005050*   END-OF-RUN CONTROL TOTALS.  ON A FREEZE RUN THE ACCOUNTS
005060*   WRITTEN MUST EQUAL THE ACCOUNTS READ.
005070******************************************************************
005080 8000-PRINT-SUMMARY.
005090     MOVE SPACES TO WS-SUMMARY-LINE.
005100     MOVE "CALCDORM - CONTROL TOTALS" TO WS-SUM-LABEL.
005110     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005120         AFTER ADVANCING 2 LINES.
005130
005140     MOVE SPACES TO WS-SUMMARY-LINE.
005150     MOVE "ACCOUNTS READ" TO WS-SUM-LABEL.
005160     MOVE WS-ACCOUNT-READ-COUNT TO WS-SUM-COUNT-ED.
005170     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005180     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005190         AFTER ADVANCING 1 LINE.
005200
005210     MOVE SPACES TO WS-SUMMARY-LINE.
005220     MOVE "BALANCE RECORDS READ" TO WS-SUM-LABEL.
005230     MOVE WS-BALANCE-READ-COUNT TO WS-SUM-COUNT-ED.
005240     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005250     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005260         AFTER ADVANCING 1 LINE.
005270
005280     MOVE SPACES TO WS-SUMMARY-LINE.
005290     MOVE "BALANCES WITH NO ACCOUNT" TO WS-SUM-LABEL.
005300     MOVE WS-NO-ACCOUNT-COUNT TO WS-SUM-COUNT-ED.
005310     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005320     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005330         AFTER ADVANCING 1 LINE.
005340
005350     MOVE SPACES TO WS-SUMMARY-LINE.
005360     MOVE "OPEN ACCOUNTS EXAMINED" TO WS-SUM-LABEL.
005370     MOVE WS-OPEN-COUNT TO WS-SUM-COUNT-ED.
005380     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005390     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005400         AFTER ADVANCING 1 LINE.
005410
005420     MOVE SPACES TO WS-SUMMARY-LINE.
005430     MOVE "DORMANT ACCOUNTS" TO WS-SUM-LABEL.
005440     MOVE WS-DORMANT-COUNT TO WS-SUM-COUNT-ED.
005450     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005460     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005470         AFTER ADVANCING 1 LINE.
005480
005490     MOVE SPACES TO WS-SUMMARY-LINE.
005500     MOVE "DORMANT BALANCE TOTAL" TO WS-SUM-LABEL.
005510     MOVE WS-DORMANT-BALANCE TO WS-SUM-AMOUNT-ED.
005520     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
005530     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005540         AFTER ADVANCING 1 LINE.
005550
005560     MOVE SPACES TO WS-SUMMARY-LINE.
005570     MOVE "STATUS CHANGES O TO F" TO WS-SUM-LABEL.
005580     MOVE WS-FROZEN-COUNT TO WS-SUM-COUNT-ED.
005590     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005600     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005610         AFTER ADVANCING 1 LINE.
005620
005630     IF NOT FREEZE-REQUESTED
005640         GO TO 8000-EXIT
005650     END-IF.
005660     MOVE SPACES TO WS-SUMMARY-LINE.
005670     MOVE "ACCOUNTS WRITTEN" TO WS-SUM-LABEL.
005680     MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT-ED.
005690     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005700     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005710         AFTER ADVANCING 1 LINE.
005720     IF WS-WRITTEN-COUNT NOT = WS-ACCOUNT-READ-COUNT
005730         DISPLAY "CALCDORM - ACCOUNTS WRITTEN DO NOT MATCH READ"
005740         MOVE 16 TO WS-RETURN-CODE
005750     END-IF.
005760 8000-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
005810*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
005820******************************************************************
005830 9000-TERMINATE.
005840     CLOSE BALANCE-FILE.
005850     IF FREEZE-REQUESTED
005860         CLOSE ACCT-OUT-FILE
005870     END-IF.
005880     CLOSE REPORT-FILE.
005890     DISPLAY "CALCDORM - RUN COMPLETE - RETURN CODE "
005900         WS-RETURN-CODE.
005910 9000-EXIT.
005920     EXIT.
005930
005940 9900-ABEND.
005950     DISPLAY "CALCDORM - ABNORMAL TERMINATION - RETURN CODE "
005960         WS-RETURN-CODE.
005970     STOP RUN RETURNING WS-RETURN-CODE.
005980
005990 9999-EXIT.
006000     STOP RUN RETURNING WS-RETURN-CODE.
006010 END PROGRAM CALCDORM.
