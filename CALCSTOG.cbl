000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: DAILY STANDING-INSTRUCTION GENERATOR.  READS THE
000070*          STANDING-INSTRUCTION MASTER (SEE COPYBOOK CALCSTO)
000080*          AND, FOR EVERY ACTIVE INSTRUCTION DUE ON OR BEFORE
000090*          THE RUN DATE, WRITES ONE TRANSACTION PER DUE
000100*          OCCURRENCE INTO A PROPER TRANS-FILE BATCH IN THE
000110*          CALCREC LAYOUT: A HEADER NAMING THIS SYSTEM, DETAILS
000120*          WITH ASSIGNED SERIAL NUMBERS, AND A COMPUTED TRAILER.
000130*          THE BATCH IS CONCATENATED ONTO TRANSIN BY CALCJOB AND
000140*          FLOWS THROUGH THE NORMAL EDIT, AUDIT, POSTING AND GL
000150*          PATH.  EACH OCCURRENCE ADVANCES THE NEXT-DUE DATE ON
000160*          THE NEW MASTER GENERATION; AN OCCURRENCE FOR A
000170*          CLOSED, FROZEN OR UNKNOWN ACCOUNT IS SKIPPED AND
000180*          REPORTED, AND AN INSTRUCTION PAST ITS END DATE IS
000190*          MARKED EXPIRED.
000200* Tectonics: cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 AJL   INITIAL VERSION - DUE-DATE SCAN, CALENDAR
000250*                    ADVANCE BY FREQUENCY, ACCOUNT-STATUS SKIP,
000260*                    EXPIRY, SERIAL ASSIGNMENT AND A FULLY
000270*                    CONTROLLED HEADER/DETAIL/TRAILER BATCH.
000272*   2026-10-15 AJL   RECORD LENGTH FOLLOWS THE CALCREC CURRENCY
000274*                    FIELDS (57 TO 73).  THE CURRENCY IS LEFT
000276*                    BLANK SO CALCULATE TAKES THE ACCOUNT'S OWN.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CALCSTOG.
000310 AUTHOR. AARON LEE.
000320 INSTALLATION. I-AM-BORED DATA CENTER.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*----------------------------------------------------------------
000430* STO-IN-FILE    - CURRENT STANDING-INSTRUCTION MASTER.  A
000440*                  MISSING FILE MEANS NO INSTRUCTIONS YET.
000450* ACCT-FILE      - ACCOUNT REFERENCE MASTER (SEE CALCACM): ONLY
000460*                  OPEN ACCOUNTS RECEIVE GENERATED WORK.
000470* STO-OUT-FILE   - NEW MASTER GENERATION WITH ADVANCED DATES.
000480* TRANS-OUT-FILE - THE GENERATED BATCH (CALCREC).
000490* REPORT-FILE    - GENERATED, SKIPPED AND EXPIRED REPORT.
000500*----------------------------------------------------------------
000510     SELECT STO-IN-FILE ASSIGN TO STOIN
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-STOIN-STATUS.
000550
000560     SELECT ACCT-FILE ASSIGN TO ACCTMAST
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-ACCT-STATUS.
000600
000610     SELECT STO-OUT-FILE ASSIGN TO STOOUT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-STOOUT-STATUS.
000650
000660     SELECT TRANS-OUT-FILE ASSIGN TO STOTRANS
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-TRANS-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO STOGRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780*----------------------------------------------------------------
000790* STO-IN / STO-OUT RECORDS - SHARED LAYOUT, SEE CALCSTO.  THE
000800* INSTRUCTION IS WORKED IN WS-STO-RECORD.
000810*----------------------------------------------------------------
000820 FD  STO-IN-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  SI-STO-RECORD                   PIC X(80).
000860
000870 FD  STO-OUT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  SX-STO-RECORD                   PIC X(80).
000910
000920*----------------------------------------------------------------
000930* ACCT-FILE RECORD - SHARED LAYOUT, SEE CALCACM COPYBOOK.
000940*----------------------------------------------------------------
000950 FD  ACCT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  AM-ACCOUNT-RECORD.
000990     COPY CALCACM.
001000
001010*----------------------------------------------------------------
001020* TRANS-OUT-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001030*----------------------------------------------------------------
001040 FD  TRANS-OUT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 73 CHARACTERS.
001070 01  TX-TRANS-RECORD.
001080     COPY CALCREC.
001090
001100*----------------------------------------------------------------
001110* REPORT-FILE RECORD - 132 BYTE PRINT-IMAGE LINE.
001120*----------------------------------------------------------------
001130 FD  REPORT-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 132 CHARACTERS.
001160 01  RP-REPORT-LINE                  PIC X(132).
001170
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* FILE STATUS SWITCHES
001210*----------------------------------------------------------------
001220 77  WS-STOIN-STATUS                 PIC X(02)      VALUE "00".
001230 77  WS-ACCT-STATUS                  PIC X(02)      VALUE "00".
001240 77  WS-STOOUT-STATUS                PIC X(02)      VALUE "00".
001250 77  WS-TRANS-STATUS                 PIC X(02)      VALUE "00".
001260 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001270
001280*----------------------------------------------------------------
001290* CONTROL SWITCHES AND COUNTERS
001300*----------------------------------------------------------------
001310 77  WS-STO-EOF-SWITCH               PIC X(01)      VALUE "N".
001320     88  STO-END-OF-FILE                             VALUE "Y".
001330 77  WS-ACCT-EOF-SWITCH              PIC X(01)      VALUE "N".
001340     88  ACCT-END-OF-FILE                            VALUE "Y".
001350
001360 77  WS-READ-COUNT                   PIC S9(7)   COMP VALUE ZERO.
001370 77  WS-WRITTEN-COUNT                PIC S9(7)   COMP VALUE ZERO.
001380 77  WS-GENERATED-COUNT              PIC S9(7)   COMP VALUE ZERO.
001390 77  WS-SKIP-ACCOUNT-COUNT           PIC S9(7)   COMP VALUE ZERO.
001400 77  WS-SKIP-HELD-COUNT              PIC S9(7)   COMP VALUE ZERO.
001410 77  WS-EXPIRED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001420 77  WS-REMOVED-COUNT                PIC S9(7)   COMP VALUE ZERO.
001430 77  WS-WEEK-DAY-COUNT               PIC S9(4)   COMP VALUE ZERO.
001440 77  WS-HASH-TOTAL                   PIC S9(13)V99 COMP-3
001450                                                     VALUE ZERO.
001460 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001470
001480*----------------------------------------------------------------
001490* SERIAL ASSIGNMENT.  PARM POSITIONS 1-9 NAME THE BASE SERIAL
001500* FOR THE BATCH; WITHOUT A PARM THE BASE IS 7MMDD0000 OFF THE
001510* RUN DATE, CLEAR OF THE ACCRUAL (9MMDD0000) AND APPROVAL
001520* RELEASE (8MMDD0000) RANGES AND OF THE UPSTREAM EXTRACT'S.
001530*----------------------------------------------------------------
001540 77  WS-NEXT-SERIAL                  PIC 9(09)      VALUE ZERO.
001550
001560*    WORK RECORD FOR ONE INSTRUCTION
001570 01  WS-STO-RECORD.
001580     COPY CALCSTO.
001590
001600*----------------------------------------------------------------
001610* ACCOUNT REFERENCE TABLE - ONLY OPEN ACCOUNTS RECEIVE WORK.
001620*----------------------------------------------------------------
001630 77  WS-ACM-MAX                      PIC S9(7)   COMP VALUE 5000.
001640 77  WS-ACM-USED                     PIC S9(7)   COMP VALUE ZERO.
001650 77  WS-ACM-SUB                      PIC S9(7)   COMP VALUE ZERO.
001660 77  WS-ACM-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
001670 01  WS-ACCOUNT-TABLE.
001680     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
001690         10  WS-ACM-NUMBER           PIC X(10).
001700         10  WS-ACM-STATUS           PIC X(01).
001710
001720*----------------------------------------------------------------
001730* DUE-DATE ARITHMETIC - 6200-ADVANCE-DUE-DATE WORKS ON
001740* WS-CHECK-DATE WITH A REAL CALENDAR (MONTH LENGTHS AND LEAP
001750* YEARS).
001760*----------------------------------------------------------------
001770 01  WS-CHECK-DATE                   PIC 9(08).
001780 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001790     05  WS-CK-YYYY                  PIC 9(04).
001800     05  WS-CK-MM                    PIC 9(02).
001810     05  WS-CK-DD                    PIC 9(02).
001820 77  WS-MONTH-DAYS                   PIC 9(02)      VALUE ZERO.
001830 77  WS-LEAP-QUOTIENT                PIC 9(04)      VALUE ZERO.
001840 77  WS-LEAP-REMAINDER               PIC 9(03)      VALUE ZERO.
001850 01  WS-DAYS-IN-MONTH-VALUES.
001860     05  FILLER                      PIC X(24)
001870                          VALUE "312831303130313130313031".
001880 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001890     05  WS-DIM-DAYS                 PIC 9(02) OCCURS 12 TIMES.
001900
001910 01  WS-RUN-DATE-FIELDS.
001920     05  WS-RUN-DATE                 PIC 9(08).
001930     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001940         10  WS-RUN-YYYY              PIC 9(04).
001950         10  WS-RUN-MM                PIC 9(02).
001960         10  WS-RUN-DD                PIC 9(02).
001970
001980*----------------------------------------------------------------
001990* REPORT LINE LAYOUTS
002000*----------------------------------------------------------------
002010 01  WS-DETAIL-LINE.
002020     05  FILLER                      PIC X(05)      VALUE SPACES.
002030     05  WS-DTL-LABEL                PIC X(30)      VALUE SPACES.
002040     05  FILLER                      PIC X(03)      VALUE SPACES.
002050     05  WS-DTL-ACCOUNT              PIC X(10).
002060     05  FILLER                      PIC X(01)      VALUE "/".
002070     05  WS-DTL-SEQUENCE             PIC 9(02).
002080     05  FILLER                      PIC X(03)      VALUE SPACES.
002090     05  WS-DTL-DUE-DATE             PIC 9999/99/99.
002100     05  FILLER                      PIC X(03)      VALUE SPACES.
002110     05  WS-DTL-SERIAL               PIC Z(08)9.
002120     05  FILLER                      PIC X(03)      VALUE SPACES.
002130     05  WS-DTL-OPERATION            PIC X(01).
002140     05  FILLER                      PIC X(02)      VALUE SPACES.
002150     05  WS-DTL-FIRST-NUMBER         PIC -9(9).99.
002160     05  FILLER                      PIC X(02)      VALUE SPACES.
002170     05  WS-DTL-SECOND-NUMBER        PIC -9(9).99.
002180     05  FILLER                      PIC X(03)      VALUE SPACES.
002190     05  WS-DTL-DESCRIPTION          PIC X(20).
002200     05  FILLER                      PIC X(04)      VALUE SPACES.
002210
002220 01  WS-SUMMARY-LINE.
002230     05  FILLER                      PIC X(05)      VALUE SPACES.
002240     05  WS-SUM-LABEL                PIC X(30)      VALUE SPACES.
002250     05  FILLER                      PIC X(05)      VALUE SPACES.
002260     05  WS-SUM-VALUE                PIC X(30)      VALUE SPACES.
002270     05  FILLER                      PIC X(62)      VALUE SPACES.
002280
002290 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002300 77  WS-SUM-AMOUNT-ED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002310 77  WS-SUM-RUN-DATE-ED              PIC 9999/99/99.
002320
002330 LINKAGE SECTION.
002340*----------------------------------------------------------------
002350* PARM AREA - POSITIONS 1-9 CARRY THE BASE SERIAL FOR THE
002360* GENERATED BATCH; DEFAULTS TO 7MMDD0000 OFF THE RUN DATE.
002370*----------------------------------------------------------------
002380 01  WS-PARM-AREA.
002390     05  WS-PARM-LENGTH              PIC S9(04)  COMP.
002400     05  WS-PARM-BASE-SERIAL         PIC X(09).
002410     05  FILLER                      PIC X(71).
002420
002430 PROCEDURE DIVISION USING WS-PARM-AREA.
002440******************************************************************
002450* 0000-MAINLINE
002460*   LOAD THE ACCOUNT TABLE, PASS THE INSTRUCTION MASTER ONCE -
002470*   GENERATING EVERY DUE OCCURRENCE AND WRITING THE ADVANCED
002480*   INSTRUCTION TO THE NEW GENERATION - THEN CLOSE THE BATCH
002490*   WITH ITS TRAILER AND PRINT THE CONTROL TOTALS.
002500******************************************************************
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
002540         UNTIL STO-END-OF-FILE.
002550     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
002560     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580     GO TO 9999-EXIT.
002590
002600******************************************************************
002610* 1000-INITIALIZE
002620*   PARM, OPENS, ACCOUNT TABLE LOAD, BATCH HEADER, FIRST READ.
002630******************************************************************
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002660     IF WS-PARM-LENGTH >= 9 AND WS-PARM-BASE-SERIAL NUMERIC
002670         MOVE WS-PARM-BASE-SERIAL TO WS-NEXT-SERIAL
002680     ELSE
002690         COMPUTE WS-NEXT-SERIAL =
002700             700000000 + WS-RUN-MM * 1000000
002710             + WS-RUN-DD * 10000
002720     END-IF.
002730     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
002740     PERFORM 1140-WRITE-REPORT-HEADER THRU 1140-EXIT.
002750     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT.
002760     PERFORM 1400-WRITE-BATCH-HEADER THRU 1400-EXIT.
002770     IF NOT STO-END-OF-FILE
002780         PERFORM 2900-READ-MASTER THRU 2900-EXIT
002790     END-IF.
002800 1000-EXIT.
002810     EXIT.
002820
002830 1100-OPEN-FILES.
002840*    NO MASTER YET IS NOT AN ERROR - THE BATCH IS WRITTEN EMPTY
002850*    (HEADER AND TRAILER ONLY) SO THE TRANSIN CONCATENATION
002860*    ALWAYS HAS A WELL-FORMED GENERATION TO READ.
002870     OPEN INPUT STO-IN-FILE.
002880     IF WS-STOIN-STATUS = "35"
002890         SET STO-END-OF-FILE TO TRUE
002900     ELSE
002910         IF WS-STOIN-STATUS NOT = "00"
002920             DISPLAY "CALCSTOG - OPEN ERROR ON STO-IN-FILE - "
002930                 "STATUS " WS-STOIN-STATUS
002940             MOVE 16 TO WS-RETURN-CODE
002950             GO TO 9900-ABEND
002960         END-IF
002970     END-IF.
002980
002990     OPEN INPUT ACCT-FILE.
003000     IF WS-ACCT-STATUS NOT = "00"
003010         DISPLAY "CALCSTOG - OPEN ERROR ON ACCT-FILE - STATUS "
003020             WS-ACCT-STATUS
003030         MOVE 16 TO WS-RETURN-CODE
003040         GO TO 9900-ABEND
003050     END-IF.
003060
003070     OPEN OUTPUT STO-OUT-FILE.
003080     IF WS-STOOUT-STATUS NOT = "00"
003090         DISPLAY "CALCSTOG - OPEN ERROR ON STO-OUT-FILE - "
003100             "STATUS " WS-STOOUT-STATUS
003110         MOVE 16 TO WS-RETURN-CODE
003120         GO TO 9900-ABEND
003130     END-IF.
003140
003150     OPEN OUTPUT TRANS-OUT-FILE.
003160     IF WS-TRANS-STATUS NOT = "00"
003170         DISPLAY "CALCSTOG - OPEN ERROR ON TRANS-OUT-FILE - "
003180             "STATUS " WS-TRANS-STATUS
003190         MOVE 16 TO WS-RETURN-CODE
003200         GO TO 9900-ABEND
003210     END-IF.
003220
003230     OPEN OUTPUT REPORT-FILE.
003240     IF WS-REPORT-STATUS NOT = "00"
003250         DISPLAY "CALCSTOG - OPEN ERROR ON REPORT-FILE - STATUS "
003260             WS-REPORT-STATUS
003270         MOVE 16 TO WS-RETURN-CODE
003280         GO TO 9900-ABEND
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320
003330 1140-WRITE-REPORT-HEADER.
003340     MOVE SPACES TO WS-SUMMARY-LINE.
003350     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE-ED.
003360     MOVE "CALCSTOG - STANDING ORDER RUN" TO WS-SUM-LABEL.
003370     MOVE WS-SUM-RUN-DATE-ED TO WS-SUM-VALUE.
003380     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE.
003390 1140-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 1300-LOAD-ACCOUNTS / 1310-LOAD-ONE-ACCOUNT
003440*   LOAD THE ACCOUNT REFERENCE MASTER - WORK FOR A CLOSED OR
003450*   FROZEN ACCOUNT WOULD ONLY SUSPENSE AT THE CALCULATE EDIT,
003460*   SO IT IS NEVER GENERATED.
003470******************************************************************
003480 1300-LOAD-ACCOUNTS.
003490     PERFORM 1310-LOAD-ONE-ACCOUNT THRU 1310-EXIT
003500         UNTIL ACCT-END-OF-FILE.
003510     CLOSE ACCT-FILE.
003520 1300-EXIT.
003530     EXIT.
003540
003550 1310-LOAD-ONE-ACCOUNT.
003560     READ ACCT-FILE
003570         AT END
003580             SET ACCT-END-OF-FILE TO TRUE
003590         NOT AT END
003600             IF WS-ACM-USED >= WS-ACM-MAX
003610                 DISPLAY "CALCSTOG - ACCOUNT TABLE FULL"
003620                 MOVE 16 TO WS-RETURN-CODE
003630                 GO TO 9900-ABEND
003640             ELSE
003650                 ADD 1 TO WS-ACM-USED
003660                 MOVE AM-ACCOUNT-NUMBER
003670                     TO WS-ACM-NUMBER (WS-ACM-USED)
003680                 MOVE AM-STATUS
003690                     TO WS-ACM-STATUS (WS-ACM-USED)
003700             END-IF
003710     END-READ.
003720 1310-EXIT.
003730     EXIT.
003740
003750 1400-WRITE-BATCH-HEADER.
003760     MOVE SPACES TO TX-TRANS-RECORD.
003770     MOVE "H" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
003780     MOVE WS-RUN-DATE TO CH-EXTRACT-DATE OF TX-TRANS-RECORD.
003790     MOVE "CALCSTOG" TO CH-SOURCE-SYSTEM OF TX-TRANS-RECORD.
003800     WRITE TX-TRANS-RECORD.
003810 1400-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2000-PROCESS-INSTRUCTION
003860*   ONE MASTER RECORD.  CANCELLED INSTRUCTIONS ARE DROPPED FROM
003870*   THE NEW GENERATION; EXPIRED ONES ARE CARRIED AS THEY ARE.
003880*   ACTIVE AND HELD INSTRUCTIONS WORK OFF EVERY OCCURRENCE DUE
003890*   ON OR BEFORE THE RUN DATE, THEN ARE TESTED FOR EXPIRY ONCE
003900*   THE NEXT DUE DATE HAS PASSED THE END DATE.
003910******************************************************************
003920 2000-PROCESS-INSTRUCTION.
003930     MOVE SI-STO-RECORD TO WS-STO-RECORD.
003940     IF SO-STATUS-CANCELLED
003950         ADD 1 TO WS-REMOVED-COUNT
003960         MOVE "CANCELLED - REMOVED" TO WS-DTL-LABEL
003970         MOVE ZERO TO WS-DTL-SERIAL
003980         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
003990         GO TO 2000-NEXT
004000     END-IF.
004010     IF SO-STATUS-ACTIVE OR SO-STATUS-HELD
004020         PERFORM 2100-WORK-ONE-OCCURRENCE THRU 2100-EXIT
004030             UNTIL SO-NEXT-DUE-DATE > WS-RUN-DATE
004040                OR SO-STATUS-EXPIRED
004050         PERFORM 2150-CHECK-EXPIRY THRU 2150-EXIT
004060     END-IF.
004070     WRITE SX-STO-RECORD FROM WS-STO-RECORD.
004080     ADD 1 TO WS-WRITTEN-COUNT.
004090 2000-NEXT.
004100     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 2100-WORK-ONE-OCCURRENCE
004160*   ONE DUE OCCURRENCE: EXPIRE IF PAST THE END DATE, OTHERWISE
004170*   SKIP IT (HELD INSTRUCTION, ACCOUNT NOT OPEN) OR GENERATE
004180*   IT, AND ADVANCE THE NEXT DUE DATE EITHER WAY SO A SKIPPED
004190*   OCCURRENCE IS NEVER CAUGHT UP LATER.
004200******************************************************************
004210 2100-WORK-ONE-OCCURRENCE.
004220     PERFORM 2150-CHECK-EXPIRY THRU 2150-EXIT.
004230     IF SO-STATUS-EXPIRED
004240         GO TO 2100-EXIT
004250     END-IF.
004260     MOVE ZERO TO WS-DTL-SERIAL.
004270     IF SO-STATUS-HELD
004280         ADD 1 TO WS-SKIP-HELD-COUNT
004290         MOVE "SKIPPED - INSTRUCTION HELD" TO WS-DTL-LABEL
004300         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004310         GO TO 2100-ADVANCE
004320     END-IF.
004330     PERFORM 2160-FIND-ACCOUNT THRU 2160-EXIT.
004340     IF WS-ACM-FOUND-SUB = ZERO
004350         ADD 1 TO WS-SKIP-ACCOUNT-COUNT
004360         MOVE "** SKIPPED - NO ACCOUNT" TO WS-DTL-LABEL
004370         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004380         GO TO 2100-ADVANCE
004390     END-IF.
004400     EVALUATE WS-ACM-STATUS (WS-ACM-FOUND-SUB)
004410         WHEN "O"
004420             PERFORM 2300-WRITE-TRANSACTION THRU 2300-EXIT
004430         WHEN "C"
004440             ADD 1 TO WS-SKIP-ACCOUNT-COUNT
004450             MOVE "** SKIPPED - ACCOUNT CLOSED" TO WS-DTL-LABEL
004460             PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004470         WHEN "F"
004480             ADD 1 TO WS-SKIP-ACCOUNT-COUNT
004490             MOVE "** SKIPPED - ACCOUNT FROZEN" TO WS-DTL-LABEL
004500             PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004510         WHEN OTHER
004520             ADD 1 TO WS-SKIP-ACCOUNT-COUNT
004530             MOVE "** SKIPPED - ACCOUNT NOT OPEN" TO WS-DTL-LABEL
004540             PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004550     END-EVALUATE.
004560 2100-ADVANCE.
004570     PERFORM 6200-ADVANCE-DUE-DATE THRU 6200-EXIT.
004580 2100-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 2150-CHECK-EXPIRY
004630*   AN INSTRUCTION WITH AN END DATE EXPIRES ONCE ITS NEXT DUE
004640*   DATE FALLS AFTER IT - THE LAST OCCURRENCE HAS BEEN WORKED.
004650******************************************************************
004660 2150-CHECK-EXPIRY.
004670     IF SO-STATUS-EXPIRED
004680        OR SO-END-DATE = ZERO
004690        OR SO-NEXT-DUE-DATE NOT > SO-END-DATE
004700         GO TO 2150-EXIT
004710     END-IF.
004720     SET SO-STATUS-EXPIRED TO TRUE.
004730     ADD 1 TO WS-EXPIRED-COUNT.
004740     MOVE "EXPIRED - END DATE REACHED" TO WS-DTL-LABEL.
004750     MOVE ZERO TO WS-DTL-SERIAL.
004760     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
004770 2150-EXIT.
004780     EXIT.
004790
004800 2160-FIND-ACCOUNT.
004810     MOVE ZERO TO WS-ACM-FOUND-SUB.
004820     PERFORM 2165-SCAN-ONE-ACCOUNT THRU 2165-EXIT
004830         VARYING WS-ACM-SUB FROM 1 BY 1
004840         UNTIL WS-ACM-SUB > WS-ACM-USED
004850            OR WS-ACM-FOUND-SUB > ZERO.
004860 2160-EXIT.
004870     EXIT.
004880
004890 2165-SCAN-ONE-ACCOUNT.
004900     IF WS-ACM-NUMBER (WS-ACM-SUB) = SO-ACCOUNT-NUMBER
004910         MOVE WS-ACM-SUB TO WS-ACM-FOUND-SUB
004920     END-IF.
004930 2165-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 2300-WRITE-TRANSACTION
004980*   ONE DETAIL FOR THE OCCURRENCE, WITH THE NEXT SERIAL.  IT
004990*   CARRIES NO EFFECTIVE DATE, SO IT POSTS ON THE RUN THAT
005000*   PICKS IT UP - AN OCCURRENCE CAUGHT UP AFTER A MISSED RUN
005010*   NEVER BACK-DATES INTO A PERIOD THAT MAY HAVE CLOSED.
005020******************************************************************
005030 2300-WRITE-TRANSACTION.
005040     MOVE SPACES TO TX-TRANS-RECORD.
005050     MOVE "D" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
005060     MOVE SO-FIRST-NUMBER TO CR-FIRST-NUMBER OF TX-TRANS-RECORD.
005070     MOVE SO-SECOND-NUMBER
005080         TO CR-SECOND-NUMBER OF TX-TRANS-RECORD.
005090     MOVE SO-OPERATION-CODE
005100         TO CR-OPERATION-CODE OF TX-TRANS-RECORD.
005110     MOVE ZERO TO CR-RESULT OF TX-TRANS-RECORD.
005120     MOVE SO-ACCOUNT-NUMBER
005130         TO CR-ACCOUNT-NUMBER OF TX-TRANS-RECORD.
005140     MOVE "U" TO CR-POSTED-FLAG OF TX-TRANS-RECORD.
005150     ADD 1 TO WS-NEXT-SERIAL.
005160     MOVE WS-NEXT-SERIAL
005170         TO CR-SERIAL-NUMBER OF TX-TRANS-RECORD.
005180     MOVE ZERO TO CR-EFFECTIVE-DATE OF TX-TRANS-RECORD.
005190     MOVE ZERO TO CR-ORIGINAL-SERIAL OF TX-TRANS-RECORD.
005200     WRITE TX-TRANS-RECORD.
005210     ADD 1 TO WS-GENERATED-COUNT.
005220     ADD SO-FIRST-NUMBER TO WS-HASH-TOTAL.
005230     ADD SO-SECOND-NUMBER TO WS-HASH-TOTAL.
005240     MOVE SO-NEXT-DUE-DATE TO SO-LAST-GEN-DATE.
005250     MOVE "GENERATED" TO WS-DTL-LABEL.
005260     MOVE WS-NEXT-SERIAL TO WS-DTL-SERIAL.
005270     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
005280 2300-EXIT.
005290     EXIT.
005300
005310 2800-WRITE-DETAIL-LINE.
005320     MOVE SO-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
005330     MOVE SO-SEQUENCE TO WS-DTL-SEQUENCE.
005340     MOVE SO-NEXT-DUE-DATE TO WS-DTL-DUE-DATE.
005350     MOVE SO-OPERATION-CODE TO WS-DTL-OPERATION.
005360     MOVE SO-FIRST-NUMBER TO WS-DTL-FIRST-NUMBER.
005370     MOVE SO-SECOND-NUMBER TO WS-DTL-SECOND-NUMBER.
005380     MOVE SO-DESCRIPTION TO WS-DTL-DESCRIPTION.
005390     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
005400         AFTER ADVANCING 1 LINE.
005410 2800-EXIT.
005420     EXIT.
005430
005440 2900-READ-MASTER.
005450     READ STO-IN-FILE
005460         AT END
005470             SET STO-END-OF-FILE TO TRUE
005480         NOT AT END
005490             ADD 1 TO WS-READ-COUNT
005500     END-READ.
005510 2900-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 6200-ADVANCE-DUE-DATE
005560*   MOVE SO-NEXT-DUE-DATE ON BY ONE OCCURRENCE: A DAY, SEVEN
005570*   DAYS, OR TO THE INSTRUCTION'S DAY IN THE FOLLOWING MONTH
005580*   (THE LAST DAY OF A MONTH TOO SHORT TO HOLD IT).
005590******************************************************************
005600 6200-ADVANCE-DUE-DATE.
005610     MOVE SO-NEXT-DUE-DATE TO WS-CHECK-DATE.
005620     EVALUATE TRUE
005630         WHEN SO-FREQ-DAILY
005640             PERFORM 6210-ADD-ONE-DAY THRU 6210-EXIT
005650         WHEN SO-FREQ-WEEKLY
005660             PERFORM 6210-ADD-ONE-DAY THRU 6210-EXIT
005670                 VARYING WS-WEEK-DAY-COUNT FROM 1 BY 1
005680                 UNTIL WS-WEEK-DAY-COUNT > 7
005690         WHEN OTHER
005700             PERFORM 6220-ADD-ONE-MONTH THRU 6220-EXIT
005710     END-EVALUATE.
005720     MOVE WS-CHECK-DATE TO SO-NEXT-DUE-DATE.
005730 6200-EXIT.
005740     EXIT.
005750
005760 6210-ADD-ONE-DAY.
005770     PERFORM 6310-MONTH-LENGTH THRU 6310-EXIT.
005780     IF WS-CK-DD < WS-MONTH-DAYS
005790         ADD 1 TO WS-CK-DD
005800         GO TO 6210-EXIT
005810     END-IF.
005820     MOVE 1 TO WS-CK-DD.
005830     IF WS-CK-MM < 12
005840         ADD 1 TO WS-CK-MM
005850     ELSE
005860         MOVE 1 TO WS-CK-MM
005870         ADD 1 TO WS-CK-YYYY
005880     END-IF.
005890 6210-EXIT.
005900     EXIT.
005910
005920 6220-ADD-ONE-MONTH.
005930     IF WS-CK-MM < 12
005940         ADD 1 TO WS-CK-MM
005950     ELSE
005960         MOVE 1 TO WS-CK-MM
005970         ADD 1 TO WS-CK-YYYY
005980     END-IF.
005990     PERFORM 6310-MONTH-LENGTH THRU 6310-EXIT.
006000     IF SO-DAY-OF-MONTH < 1
006010         MOVE WS-CK-DD TO SO-DAY-OF-MONTH
006020     END-IF.
006030     IF SO-DAY-OF-MONTH > WS-MONTH-DAYS
006040         MOVE WS-MONTH-DAYS TO WS-CK-DD
006050     ELSE
006060         MOVE SO-DAY-OF-MONTH TO WS-CK-DD
006070     END-IF.
006080 6220-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 6310-MONTH-LENGTH
006130*   DAYS IN MONTH WS-CK-MM OF YEAR WS-CK-YYYY INTO WS-MONTH-DAYS.
006140*   LEAP YEAR: DIVISIBLE BY 4, CENTURIES ONLY IF BY 400.
006150******************************************************************
006160 6310-MONTH-LENGTH.
006170     MOVE WS-DIM-DAYS (WS-CK-MM) TO WS-MONTH-DAYS.
006180     IF WS-CK-MM NOT = 2
006190         GO TO 6310-EXIT
006200     END-IF.
006210     DIVIDE WS-CK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006220         REMAINDER WS-LEAP-REMAINDER.
006230     IF WS-LEAP-REMAINDER = ZERO
006240         MOVE 29 TO WS-MONTH-DAYS
006250         GO TO 6310-EXIT
006260     END-IF.
006270     DIVIDE WS-CK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006280         REMAINDER WS-LEAP-REMAINDER.
006290     IF WS-LEAP-REMAINDER = ZERO
006300         GO TO 6310-EXIT
006310     END-IF.
006320     DIVIDE WS-CK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006330         REMAINDER WS-LEAP-REMAINDER.
006340     IF WS-LEAP-REMAINDER = ZERO
006350         MOVE 29 TO WS-MONTH-DAYS
006360     END-IF.
006370 6310-EXIT.
006380     EXIT.
006390
006400 7000-WRITE-TRAILER.
006410     MOVE SPACES TO TX-TRANS-RECORD.
006420     MOVE "T" TO CR-RECORD-TYPE OF TX-TRANS-RECORD.
006430     MOVE WS-GENERATED-COUNT
006440         TO CT-RECORD-COUNT OF TX-TRANS-RECORD.
006450     MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL OF TX-TRANS-RECORD.
006460     WRITE TX-TRANS-RECORD.
006470 7000-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510* 8000-PRINT-SUMMARY
006520*   END-OF-RUN CONTROL TOTALS FOR THE GENERATION PASS.  AN
006530*   OCCURRENCE SKIPPED FOR ITS ACCOUNT'S STATUS SETS RC 4 SO
006540*   OPERATIONS FOLLOW IT UP; A HELD INSTRUCTION IS DELIBERATE.
006550******************************************************************
006560 8000-PRINT-SUMMARY.
006570     MOVE SPACES TO WS-SUMMARY-LINE.
006580     MOVE "CALCSTOG - CONTROL TOTALS" TO WS-SUM-LABEL.
006590     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006600         AFTER ADVANCING 2 LINES.
006610
006620     MOVE SPACES TO WS-SUMMARY-LINE.
006630     MOVE "INSTRUCTIONS READ" TO WS-SUM-LABEL.
006640     MOVE WS-READ-COUNT TO WS-SUM-COUNT-ED.
006650     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006660     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006670         AFTER ADVANCING 1 LINE.
006680
006690     MOVE SPACES TO WS-SUMMARY-LINE.
006700     MOVE "TRANSACTIONS GENERATED" TO WS-SUM-LABEL.
006710     MOVE WS-GENERATED-COUNT TO WS-SUM-COUNT-ED.
006720     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006730     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006740         AFTER ADVANCING 1 LINE.
006750
006760     MOVE SPACES TO WS-SUMMARY-LINE.
006770     MOVE "SKIPPED - ACCOUNT NOT OPEN" TO WS-SUM-LABEL.
006780     MOVE WS-SKIP-ACCOUNT-COUNT TO WS-SUM-COUNT-ED.
006790     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006800     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006810         AFTER ADVANCING 1 LINE.
006820
006830     MOVE SPACES TO WS-SUMMARY-LINE.
006840     MOVE "SKIPPED - INSTRUCTION HELD" TO WS-SUM-LABEL.
006850     MOVE WS-SKIP-HELD-COUNT TO WS-SUM-COUNT-ED.
006860     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006870     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006880         AFTER ADVANCING 1 LINE.
006890
006900     MOVE SPACES TO WS-SUMMARY-LINE.
006910     MOVE "INSTRUCTIONS EXPIRED" TO WS-SUM-LABEL.
006920     MOVE WS-EXPIRED-COUNT TO WS-SUM-COUNT-ED.
006930     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006940     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006950         AFTER ADVANCING 1 LINE.
006960
006970     MOVE SPACES TO WS-SUMMARY-LINE.
006980     MOVE "CANCELLED - REMOVED" TO WS-SUM-LABEL.
006990     MOVE WS-REMOVED-COUNT TO WS-SUM-COUNT-ED.
007000     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007010     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007020         AFTER ADVANCING 1 LINE.
007030
007040     MOVE SPACES TO WS-SUMMARY-LINE.
007050     MOVE "INSTRUCTIONS WRITTEN" TO WS-SUM-LABEL.
007060     MOVE WS-WRITTEN-COUNT TO WS-SUM-COUNT-ED.
007070     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
007080     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007090         AFTER ADVANCING 1 LINE.
007100
007110     MOVE SPACES TO WS-SUMMARY-LINE.
007120     MOVE "BATCH HASH TOTAL" TO WS-SUM-LABEL.
007130     MOVE WS-HASH-TOTAL TO WS-SUM-AMOUNT-ED.
007140     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
007150     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007160         AFTER ADVANCING 1 LINE.
007170
007180     IF WS-SKIP-ACCOUNT-COUNT > ZERO
007190         MOVE 4 TO WS-RETURN-CODE
007200     END-IF.
007210 8000-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
007260*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
007270******************************************************************
007280 9000-TERMINATE.
007290     IF WS-STOIN-STATUS NOT = "35"
007300         CLOSE STO-IN-FILE
007310     END-IF.
007320     CLOSE STO-OUT-FILE.
007330     CLOSE TRANS-OUT-FILE.
007340     CLOSE REPORT-FILE.
007350     DISPLAY "CALCSTOG - RUN COMPLETE - RETURN CODE "
007360         WS-RETURN-CODE.
007370 9000-EXIT.
007380     EXIT.
007390
007400 9900-ABEND.
007410     DISPLAY "CALCSTOG - ABNORMAL TERMINATION - RETURN CODE "
007420         WS-RETURN-CODE.
007430     STOP RUN RETURNING WS-RETURN-CODE.
007440
007450 9999-EXIT.
007460     STOP RUN RETURNING WS-RETURN-CODE.
007470 END PROGRAM CALCSTOG.
