001530*                    WITH REASON 16 - A LATE OR RECYCLED ITEM
001540*                    CAN NO LONGER POST INTO A MONTH THE GL
001550*                    TEAM HAS ALREADY CLOSED.
001551*   2026-10-15 AJL   MAKER-CHECKER APPROVAL TIER: A SCREEN ENTRY
001552*                    OVER THE OPERATOR'S APPROVAL LIMIT (OPERMAST,
001553*                    ZERO = NO TIER) IS PARKED ON THE APPROVAL
001554*                    QUEUE (CALCAPQ) WITH AN AUDIT ROW OF STATUS
001555*                    QUEUED, NOT REPORTED, POSTED OR SENT TO THE
001556*                    GL.  ONCE APPROVED ON CALCAPPR AND RELEASED
001557*                    BY CALCAPRL, ITS BATCH AUDIT ROW NAMES BOTH
001558*                    THE ENTERING AND THE APPROVING OPERATOR
001559*                    (CALCAUD 100 TO 110).
001560*   2026-10-15 AJL   A RESTARTED STREAM'S KEPT FAILED OUTPUTS ARE
001561*                    NOW CONSOLIDATED WITH THE RESTART ONES BY
001562*                    CALCRSTC INSTEAD OF CONCATENATED BY HAND.
001563*   2026-10-15 AJL   MULTI-CURRENCY: THE TRANSACTION'S CURRENCY
001564*                    (BLANK = THE ACCOUNT'S OWN) MUST MATCH THE
001565*                    ACCOUNT MASTER'S AND HAVE A RATE ON THE
001566*                    DATED FX RATE TABLE (CALCFXR) FOR THE
001567*                    POSTING DATE, OR IT REJECTS WITH REASON 17.
001568*                    THE RESULT IS CARRIED IN BOTH TRANSACTION
001569*                    AND BASE CURRENCY (CALCREC 57 TO 73); THE
001570*                    GL FEED, ITS CONTROLS AND THE NEW BASE-
001571*                    CURRENCY GRAND TOTAL (CHECKPOINTED, CALCCKP
001572*                    60 TO 70) ARE IN BASE CURRENCY.
001573*   2026-10-15 AJL   A FOREIGN-CURRENCY REVERSAL CONVERTS AT THE
001574*                    RATE ITS ORIGINAL CARRIED (SUPPLIED ON THE
001575*                    REVERSAL WITH THE ORIGINAL'S AMOUNTS), NOT
001576*                    TODAY'S, SO THE GL OFFSETS IN BASE CURRENCY;
001577*                    WITHOUT ONE IT REJECTS WITH REASON 17.
001578******************************************************************
001579 IDENTIFICATION DIVISION.
001580 PROGRAM-ID. CALCULATE.
001590 AUTHOR. AARON LEE.
001600 INSTALLATION. I-AM-BORED DATA CENTER.
002040*                DETAIL ACCOUNT MUST BE ON IT WITH STATUS OPEN.
002050* PERIOD-FILE - ACCOUNTING-PERIOD CALENDAR (SEE CALCPRD): A
002060*                POSTING DATE IN A CLOSED PERIOD REJECTS.
002062* APPR-PARK-FILE - INTERACTIVE ONLY: SCREEN ENTRIES OVER THE
002063*                OPERATOR'S APPROVAL LIMIT, PARKED FOR A SECOND
002064*                OPERATOR'S DECISION ON CALCAPPR.
002065* APPR-QUEUE-FILE - BATCH ONLY, OPTIONAL: THE APPROVAL QUEUE
002066*                MASTER, SO THE AUDIT ROW OF A RELEASED ITEM
002067*                NAMES WHO ENTERED IT AND WHO APPROVED IT.
002068* FX-FILE     - DATED FX RATE TABLE (SEE CALCFXR): A FOREIGN-
002069*                CURRENCY ITEM CONVERTS TO BASE AT THE RATE IN
002070*                FORCE ON ITS POSTING DATE, OR REJECTS.
002071*----------------------------------------------------------------
002080     SELECT TRANS-FILE ASSIGN TO TRANSIN
002090         ORGANIZATION IS SEQUENTIAL
002100         ACCESS MODE IS SEQUENTIAL
002850         ACCESS MODE IS SEQUENTIAL
002860         FILE STATUS IS WS-ACCT-STATUS.
002870
002871     SELECT APPR-PARK-FILE ASSIGN TO APPRPARK
002872         ORGANIZATION IS SEQUENTIAL
002873         ACCESS MODE IS SEQUENTIAL
002874         FILE STATUS IS WS-APPRPARK-STATUS.
002875
002880     SELECT PERIOD-FILE ASSIGN TO PERDCAL
002890         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
002910         FILE STATUS IS WS-PERIOD-STATUS.
002920
002922     SELECT APPR-QUEUE-FILE ASSIGN TO APPRQIN
002924         ORGANIZATION IS SEQUENTIAL
002926         ACCESS MODE IS SEQUENTIAL
002928         FILE STATUS IS WS-APPRQ-STATUS.
002929
002930     SELECT FX-FILE ASSIGN TO FXRATES
002931         ORGANIZATION IS SEQUENTIAL
002932         ACCESS MODE IS SEQUENTIAL
002933         FILE STATUS IS WS-FX-STATUS.
002934
002935 DATA DIVISION.
002940 FILE SECTION.
002950*----------------------------------------------------------------
002960* TRANS-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
002970*----------------------------------------------------------------
002980 FD  TRANS-FILE
002990     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 73 CHARACTERS.
003010 01  TRANS-RECORD.
003020     COPY CALCREC.
003030
003140*----------------------------------------------------------------
003150 FD  AUDIT-FILE
003160     LABEL RECORDS ARE STANDARD
003170     RECORD CONTAINS 110 CHARACTERS.
003180 01  AU-AUDIT-RECORD.
003190     COPY CALCAUD.
003200
003230*----------------------------------------------------------------
003240 FD  RESTART-FILE
003250     LABEL RECORDS ARE STANDARD
003260     RECORD CONTAINS 70 CHARACTERS.
003270 01  RF-CHECKPOINT-RECORD.
003280     COPY CALCCKP.
003290
003320*----------------------------------------------------------------
003330 FD  SUSPENSE-FILE
003340     LABEL RECORDS ARE STANDARD
003350     RECORD CONTAINS 82 CHARACTERS.
003360 01  SU-SUSPENSE-RECORD.
003370     COPY CALCSUS.
003380
003410*----------------------------------------------------------------
003420 FD  POST-FILE
003430     LABEL RECORDS ARE STANDARD
003440     RECORD CONTAINS 73 CHARACTERS.
003450 01  PO-POST-RECORD.
003460     COPY CALCREC.
003470
003830* GL-FILE RECORDS - FIXED-LAYOUT FEED AGREED WITH THE GL TEAM:
003840* TYPE D = ONE DEBIT/CREDIT PER PROCESSED TRANSACTION, TYPE C =
003850* FINAL CONTROL RECORD (COUNT AND SIGNED AMOUNT MUST MATCH THE
003860* RECORDS-PROCESSED AND BASE-CURRENCY GRAND-TOTAL FIGURES).
003863* AMOUNTS ARE IN BASE CURRENCY; A FOREIGN-CURRENCY DETAIL ALSO
003866* NAMES ITS CURRENCY AND THE RATE APPLIED.
003870*----------------------------------------------------------------
003880 FD  GL-FILE
003890     LABEL RECORDS ARE STANDARD
003970     05  GL-DTL-SERIAL-NUMBER        PIC 9(09).
003980     05  GL-DTL-GL-ACCOUNT           PIC X(10).
003990     05  GL-DTL-COST-CENTER          PIC X(06).
003995     05  GL-DTL-CURRENCY-CODE        PIC X(03).
004000     05  GL-DTL-FX-RATE              PIC 9(04)V9(06).
004005     05  FILLER                      PIC X(07).
004010 01  GL-CONTROL-RECORD.
004020     05  GL-CTL-RECORD-TYPE          PIC X(01).
004030     05  GL-CTL-RECORD-COUNT         PIC 9(09).
004350*----------------------------------------------------------------
004360 FD  PEND-IN-FILE
004370     LABEL RECORDS ARE STANDARD
004380     RECORD CONTAINS 73 CHARACTERS.
004390 01  PI-PENDING-RECORD.
004400     COPY CALCREC.
004410
004420 FD  PEND-OUT-FILE
004430     LABEL RECORDS ARE STANDARD
004440     RECORD CONTAINS 73 CHARACTERS.
004450 01  PX-PENDING-RECORD.
004460     COPY CALCREC.
004470
004480*----------------------------------------------------------------
004490* OPERATOR-FILE RECORD - ONE PER AUTHORIZED OPERATOR: SIGN-ON
004500* PASSWORD, MAXIMUM AMOUNT PER TRANSACTION, WHICH OF THE
004510* FOUR OPERATIONS THE OPERATOR MAY ENTER (Y/N EACH), AND THE
004512* APPROVAL LIMIT ABOVE WHICH AN ENTRY NEEDS A SECOND OPERATOR
004514* (ZERO = NO APPROVAL TIER FOR THIS OPERATOR).
004520*----------------------------------------------------------------
004530 FD  OPERATOR-FILE
004540     LABEL RECORDS ARE STANDARD
004610     05  OP-AUTH-SUBTRACT            PIC X(01).
004620     05  OP-AUTH-MULTIPLY            PIC X(01).
004630     05  OP-AUTH-DIVIDE              PIC X(01).
004635     05  OP-APPROVAL-LIMIT           PIC S9(9)V99   COMP-3.
004640     05  FILLER                      PIC X(48).
004650
004660*----------------------------------------------------------------
004670* ACCT-FILE RECORD - SHARED LAYOUT, SEE CALCACM COPYBOOK.
004800     RECORD CONTAINS 80 CHARACTERS.
004810 01  PC-PERIOD-RECORD.
004820     COPY CALCPRD.
004821
004822*----------------------------------------------------------------
004823* APPR-PARK-FILE / APPR-QUEUE-FILE RECORDS - SHARED LAYOUT, SEE
004824* CALCAPQ COPYBOOK.
004825*----------------------------------------------------------------
004826 FD  APPR-PARK-FILE
004827     LABEL RECORDS ARE STANDARD
004828     RECORD CONTAINS 136 CHARACTERS.
004829 01  AP-PARK-RECORD.
004830     COPY CALCAPQ.
004831
004832 FD  APPR-QUEUE-FILE
004833     LABEL RECORDS ARE STANDARD
004834     RECORD CONTAINS 136 CHARACTERS.
004835 01  AQ-QUEUE-RECORD.
004836     COPY CALCAPQ.
004837
004838*----------------------------------------------------------------
004839* FX-FILE RECORD - SHARED LAYOUT, SEE CALCFXR COPYBOOK.
004840*----------------------------------------------------------------
004841 FD  FX-FILE
004842     LABEL RECORDS ARE STANDARD
004843     RECORD CONTAINS 80 CHARACTERS.
004844 01  FX-RATE-RECORD.
004845     COPY CALCFXR.
004846
004847 WORKING-STORAGE SECTION.
004850*----------------------------------------------------------------
004860* FILE STATUS SWITCHES
004870*----------------------------------------------------------------
005020 77  WS-GLMAP-STATUS                 PIC X(02)      VALUE "00".
005030 77  WS-GLERR-STATUS                 PIC X(02)      VALUE "00".
005040 77  WS-PERIOD-STATUS                PIC X(02)      VALUE "00".
005043 77  WS-APPRPARK-STATUS              PIC X(02)      VALUE "00".
005046 77  WS-APPRQ-STATUS                 PIC X(02)      VALUE "00".
005048 77  WS-FX-STATUS                    PIC X(02)      VALUE "00".
005050
005060*----------------------------------------------------------------
005070* CONTROL SWITCHES AND COUNTERS
005380 77  WS-REJECT-COUNT                 PIC S9(7)   COMP VALUE ZERO.
005390 77  WS-GRAND-TOTAL                  PIC S9(11)V99 COMP-3
005400                                                     VALUE ZERO.
005403 77  WS-BASE-GRAND-TOTAL             PIC S9(11)V99 COMP-3
005406                                                     VALUE ZERO.
005410 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
005420
005430
006060*    NOTHING REPROCESSED) BEFORE RELEASING RESUMES.
006070 77  WS-RELEASED-SKIP-TARGET         PIC S9(7)   COMP VALUE ZERO.
006080 77  WS-RELEASED-SEEN                PIC S9(7)   COMP VALUE ZERO.
006090 01  WS-HELD-RECORD                  PIC X(73).
006100
006110*----------------------------------------------------------------
006120* OPERATOR SECURITY.  THE MASTER IS LOADED INTO THE TABLE WHEN
006200 77  WS-SIGNON-ATTEMPTS              PIC S9(4)   COMP VALUE ZERO.
006210 77  WS-SIGNON-LIMIT                 PIC S9(4)   COMP VALUE 3.
006220 77  WS-AUTH-VIOL-COUNT              PIC S9(7)   COMP VALUE ZERO.
006221*    SET BY 2170 WHEN AN OTHERWISE VALID SCREEN ENTRY IS OVER THE
006222*    OPERATOR'S APPROVAL LIMIT AND MUST BE PARKED, NOT PROCESSED.
006223 77  WS-APPROVAL-SWITCH              PIC X(01)      VALUE "N".
006224     88  APPROVAL-REQUIRED                           VALUE "Y".
006225 77  WS-QUEUED-COUNT                 PIC S9(7)   COMP VALUE ZERO.
006230
006240 77  WS-OPM-MAX                      PIC S9(4)   COMP VALUE 200.
006250 77  WS-OPM-USED                     PIC S9(4)   COMP VALUE ZERO.
006340         10  WS-OPM-AUTH-SUBTRACT    PIC X(01).
006350         10  WS-OPM-AUTH-MULTIPLY    PIC X(01).
006360         10  WS-OPM-AUTH-DIVIDE      PIC X(01).
006365         10  WS-OPM-APPROVAL-LIMIT   PIC S9(9)V99   COMP-3.
006370
006380*    THE SIGNED-ON OPERATOR'S OWN LIMITS
006390 01  WS-CURRENT-OPERATOR.
006430     05  WS-CUR-AUTH-SUBTRACT        PIC X(01)      VALUE "N".
006440     05  WS-CUR-AUTH-MULTIPLY        PIC X(01)      VALUE "N".
006450     05  WS-CUR-AUTH-DIVIDE          PIC X(01)      VALUE "N".
006453     05  WS-CUR-APPROVAL-LIMIT       PIC S9(9)V99   COMP-3
006456                                                     VALUE ZERO.
006460 77  WS-LAST-EXTRACT-DATE            PIC 9(08)      VALUE ZERO.
006470
006480*----------------------------------------------------------------
006600     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
006610         10  WS-ACM-NUMBER           PIC X(10).
006620         10  WS-ACM-STATUS           PIC X(01).
006625         10  WS-ACM-CURRENCY         PIC X(03).
006630
006640*----------------------------------------------------------------
006650* CHART-OF-ACCOUNTS MAPPING TABLE AND THE SPLIT GL CONTROL
006850 77  WS-GLERR-AMOUNT                 PIC S9(13)V99 COMP-3
006860                                                     VALUE ZERO.
006870
006871*----------------------------------------------------------------
006872* APPROVAL QUEUE TABLE (BATCH).  RELEASED QUEUE ITEMS BY RELEASE
006873* SERIAL, SO THE AUDIT ROW OF A RELEASED ITEM CARRIES THE
006874* ENTERING AND APPROVING OPERATORS.  NO QUEUE FILE, NO LOOKUP.
006875*----------------------------------------------------------------
006876 77  WS-APPRQ-EOF-SWITCH             PIC X(01)      VALUE "N".
006877     88  APPRQ-END-OF-FILE                           VALUE "Y".
006878 77  WS-APQ-MAX                      PIC S9(7)   COMP VALUE 2000.
006879 77  WS-APQ-USED                     PIC S9(7)   COMP VALUE ZERO.
006880 77  WS-APQ-SUB                      PIC S9(7)   COMP VALUE ZERO.
006881 77  WS-APQ-FOUND-SUB                PIC S9(7)   COMP VALUE ZERO.
006882 01  WS-APPROVAL-TABLE.
006883     05  WS-APQ-ENTRY OCCURS 2000 TIMES.
006884         10  WS-APQ-SERIAL           PIC 9(09).
006885         10  WS-APQ-ENTERED-BY       PIC X(08).
006886         10  WS-APQ-DECIDED-BY       PIC X(08).
006887
006888*----------------------------------------------------------------
006890* ACCOUNTING-PERIOD CALENDAR TABLE.  A MISSING CALENDAR FILE
006900* MEANS NO PERIOD GATING (PRE-CUTOVER); A LOADED CALENDAR
006910* REJECTS ANY POSTING DATE INSIDE A CLOSED PERIOD.
007020         10  WS-PRD-START            PIC 9(08).
007030         10  WS-PRD-END              PIC 9(08).
007040         10  WS-PRD-STATUS           PIC X(01).
007041
007042*----------------------------------------------------------------
007043* FX RATE TABLE.  THE RATE FOR A POSTING DATE IS THE ROW FOR THE
007044* CURRENCY WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.  BASE
007045* CURRENCY NEEDS NO ROW.  A MISSING TABLE FILE MEANS NO FOREIGN
007046* CURRENCY IS RATED YET - EVERY FOREIGN ITEM REJECTS.
007047*----------------------------------------------------------------
007048 77  WS-FX-EOF-SWITCH                PIC X(01)      VALUE "N".
007049     88  FX-END-OF-FILE                              VALUE "Y".
007050 77  WS-FXR-MAX                      PIC S9(4)   COMP VALUE 500.
007051 77  WS-FXR-USED                     PIC S9(4)   COMP VALUE ZERO.
007052 77  WS-FXR-SUB                      PIC S9(4)   COMP VALUE ZERO.
007053 77  WS-FXR-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
007054 77  WS-FXR-FOUND-DATE               PIC 9(08)      VALUE ZERO.
007055 01  WS-FX-RATE-TABLE.
007056     05  WS-FXR-ENTRY OCCURS 500 TIMES.
007057         10  WS-FXR-DATE             PIC 9(08).
007058         10  WS-FXR-CURRENCY         PIC X(03).
007059         10  WS-FXR-RATE             PIC S9(4)V9(6) COMP-3.
007060
007061*    THE TABLE IS LOADED IN SERIAL SEQUENCE FROM THE SORTED
007070*    HISTORY (ENTRIES OLDER THAN THE ONE-YEAR RETENTION CUTOFF
007080*    ARE DROPPED AT LOAD) AND SEARCHED WITH A BINARY SEARCH;
007090*    THIS RUN'S SERIALS SIT IN AN UNSORTED TAIL BEHIND
007770     05  WS-DTL-RESULT               PIC -9(9).99.
007780     05  FILLER                      PIC X(03)      VALUE SPACES.
007790     05  WS-DTL-RELEASED-TAG         PIC X(10)      VALUE SPACES.
007793     05  FILLER                      PIC X(03)      VALUE SPACES.
007796     05  WS-DTL-CURRENCY             PIC X(03)      VALUE SPACES.
007799     05  FILLER                      PIC X(03)      VALUE SPACES.
007802     05  WS-DTL-BASE-RESULT          PIC -9(11).99.
007805     05  FILLER                      PIC X(41)      VALUE SPACES.
007810
007820 01  WS-SUMMARY-LINE.
007830     05  FILLER                      PIC X(05)      VALUE SPACES.
008040 77  WS-SCREEN-CONFIRM               PIC X(01)      VALUE SPACE.
008050 77  WS-SCREEN-ACCOUNT               PIC X(10)      VALUE SPACES.
008060 77  WS-SCREEN-EFFECTIVE             PIC 9(08)      VALUE ZERO.
008065 77  WS-SCREEN-CURRENCY              PIC X(03)      VALUE SPACES.
008070 77  WS-SCREEN-SIGNON-ID             PIC X(08)      VALUE SPACES.
008080 77  WS-SCREEN-PASSWORD              PIC X(08)      VALUE SPACES.
008090 77  WS-SCREEN-SIGNON-MSG            PIC X(40)      VALUE SPACES.
008100 77  WS-CUR-MAX-NEG                  PIC S9(9)V99   COMP-3
008110                                                     VALUE ZERO.
008113 77  WS-CUR-APPROVAL-NEG             PIC S9(9)V99   COMP-3
008116                                                     VALUE ZERO.
008120
008130 LINKAGE SECTION.
008140*----------------------------------------------------------------
008670     05  LINE 06 COLUMN 23 PIC X(10) USING WS-SCREEN-ACCOUNT.
008680     05  LINE 07 COLUMN 01 VALUE "EFFECTIVE (0=TODAY).: ".
008690     05  LINE 07 COLUMN 23 PIC 9(08) USING WS-SCREEN-EFFECTIVE.
008700     05  LINE 08 COLUMN 01 VALUE "CURRENCY (BLNK=ACCT): ".
008707     05  LINE 08 COLUMN 23 PIC X(03) USING WS-SCREEN-CURRENCY.
008714     05  LINE 09 COLUMN 01 VALUE "RESULT .............: ".
008721     05  LINE 09 COLUMN 23 PIC -ZZZZZZZZ9.99
008728         FROM WS-SCREEN-RESULT.
008735     05  LINE 10 COLUMN 01 VALUE "CORRECT? (Y/N) .....: ".
008742     05  LINE 10 COLUMN 23 PIC X(01) USING WS-SCREEN-CONFIRM.
008750
008760 PROCEDURE DIVISION USING WS-PARM-AREA.
008770******************************************************************
010320         MOVE ZERO TO WS-RECORD-COUNT
010330         MOVE ZERO TO WS-REJECT-COUNT
010340         MOVE ZERO TO WS-GRAND-TOTAL
010345         MOVE ZERO TO WS-BASE-GRAND-TOTAL
010350         MOVE ZERO TO WS-DETAIL-READ-COUNT
010360         MOVE ZERO TO WS-HASH-TOTAL
010370         MOVE ZERO TO WS-WAREHOUSED-COUNT
011130     PERFORM 1127-LOAD-ACCOUNTS THRU 1127-EXIT.
011140     PERFORM 1129-LOAD-GLMAP THRU 1129-EXIT.
011150     PERFORM 1132-LOAD-PERIODS THRU 1132-EXIT.
011155     PERFORM 1134-LOAD-APPROVALS THRU 1134-EXIT.
011157     PERFORM 1137-LOAD-FX-RATES THRU 1137-EXIT.
011160 1110-EXIT.
011170     EXIT.
011180
011350             MOVE RF-LAST-WAREHOUSED-COUNT
011360                 TO WS-WAREHOUSED-COUNT
011370             MOVE RF-LAST-RELEASED-COUNT TO WS-RELEASED-COUNT
011375             MOVE RF-LAST-BASE-TOTAL TO WS-BASE-GRAND-TOTAL
011380     END-READ.
011390 1115-EXIT.
011400     EXIT.
013100                     TO WS-OPM-AUTH-MULTIPLY (WS-OPM-USED)
013110                 MOVE OP-AUTH-DIVIDE
013120                     TO WS-OPM-AUTH-DIVIDE (WS-OPM-USED)
013123                 MOVE OP-APPROVAL-LIMIT
013126                     TO WS-OPM-APPROVAL-LIMIT (WS-OPM-USED)
013130             END-IF
013140     END-READ.
013150 1126-EXIT.
013550                     TO WS-ACM-NUMBER (WS-ACM-USED)
013560                 MOVE AM-STATUS
013570                     TO WS-ACM-STATUS (WS-ACM-USED)
013573                 MOVE AM-CURRENCY-CODE
013576                     TO WS-ACM-CURRENCY (WS-ACM-USED)
013580             END-IF
013590     END-READ.
013600 1128-EXIT.
014510     MOVE PC-STATUS TO WS-PRD-STATUS (WS-PRD-USED).
014520 1133-EXIT.
014530     EXIT.
014531
014532******************************************************************
014533* 1134-LOAD-APPROVALS / 1136-LOAD-ONE-APPROVAL
014534*   LOAD THE RELEASED ITEMS OFF THE APPROVAL QUEUE.  CALCAPRL
014535*   KEEPS EACH ONE UNTIL ITS SERIAL HAS BEEN PROCESSED, SO A
014536*   WAREHOUSED OR RECYCLED ITEM IS STILL FOUND.  A MISSING
014537*   QUEUE MEANS NOTHING HAS BEEN RELEASED - NO LOOKUP TO DO.
014538******************************************************************
014539 1134-LOAD-APPROVALS.
014540     OPEN INPUT APPR-QUEUE-FILE.
014541     IF WS-APPRQ-STATUS = "35"
014542         GO TO 1134-EXIT
014543     END-IF.
014544     IF WS-APPRQ-STATUS NOT = "00"
014545         DISPLAY "CALCULATE - OPEN ERROR ON APPR-QUEUE-FILE - "
014546             "STATUS " WS-APPRQ-STATUS
014547         MOVE 16 TO WS-RETURN-CODE
014548         GO TO 9900-ABEND
014549     END-IF.
014550     MOVE "N" TO WS-APPRQ-EOF-SWITCH.
014551     PERFORM 1136-LOAD-ONE-APPROVAL THRU 1136-EXIT
014552         UNTIL APPRQ-END-OF-FILE.
014553     CLOSE APPR-QUEUE-FILE.
014554 1134-EXIT.
014555     EXIT.
014556
014557 1136-LOAD-ONE-APPROVAL.
014558     READ APPR-QUEUE-FILE
014559         AT END
014560             SET APPRQ-END-OF-FILE TO TRUE
014561             GO TO 1136-EXIT
014562     END-READ.
014563*    ONLY A RELEASED ITEM CAN ARRIVE ON THE BATCH FILE.
014564     IF NOT AQ-STATUS-RELEASED OF AQ-QUEUE-RECORD
014565        OR AQ-RELEASE-SERIAL OF AQ-QUEUE-RECORD NOT NUMERIC
014566         GO TO 1136-EXIT
014567     END-IF.
014568     IF WS-APQ-USED >= WS-APQ-MAX
014569         DISPLAY "CALCULATE - APPROVAL TABLE FULL"
014570         MOVE 16 TO WS-RETURN-CODE
014571         GO TO 9900-ABEND
014572     END-IF.
014573     ADD 1 TO WS-APQ-USED.
014574     MOVE AQ-RELEASE-SERIAL OF AQ-QUEUE-RECORD
014575         TO WS-APQ-SERIAL (WS-APQ-USED).
014576     MOVE AQ-ENTERED-BY OF AQ-QUEUE-RECORD
014577         TO WS-APQ-ENTERED-BY (WS-APQ-USED).
014578     MOVE AQ-DECIDED-BY OF AQ-QUEUE-RECORD
014579         TO WS-APQ-DECIDED-BY (WS-APQ-USED).
014580 1136-EXIT.
014581     EXIT.
014582
014583******************************************************************
014584* 1137-LOAD-FX-RATES / 1138-LOAD-ONE-FX-RATE
014585*   LOAD THE DATED FX RATE TABLE.  A MISSING TABLE MEANS NO
014586*   FOREIGN CURRENCY IS RATED YET - BASE-CURRENCY WORK RUNS AS
014587*   BEFORE AND ANY FOREIGN ITEM REJECTS WITH REASON 17.
014588******************************************************************
014589 1137-LOAD-FX-RATES.
014590     OPEN INPUT FX-FILE.
014591     IF WS-FX-STATUS = "35"
014592         GO TO 1137-EXIT
014593     END-IF.
014594     IF WS-FX-STATUS NOT = "00"
014595         DISPLAY "CALCULATE - OPEN ERROR ON FX-FILE - STATUS "
014596             WS-FX-STATUS
014597         MOVE 16 TO WS-RETURN-CODE
014598         GO TO 9900-ABEND
014599     END-IF.
014600     MOVE "N" TO WS-FX-EOF-SWITCH.
014601     PERFORM 1138-LOAD-ONE-FX-RATE THRU 1138-EXIT
014602         UNTIL FX-END-OF-FILE.
014603     CLOSE FX-FILE.
014604 1137-EXIT.
014605     EXIT.
014606
014607 1138-LOAD-ONE-FX-RATE.
014608     READ FX-FILE
014609         AT END
014610             SET FX-END-OF-FILE TO TRUE
014611             GO TO 1138-EXIT
014612     END-READ.
014613     IF FX-EFFECTIVE-DATE NOT NUMERIC
014614        OR FX-CURRENCY-CODE = SPACES
014615        OR FX-RATE NOT NUMERIC
014616        OR FX-RATE = ZERO
014617         DISPLAY "CALCULATE - BAD FX RATE CARD SKIPPED"
014618         GO TO 1138-EXIT
014619     END-IF.
014620     IF WS-FXR-USED >= WS-FXR-MAX
014621         DISPLAY "CALCULATE - FX RATE TABLE FULL"
014622         MOVE 16 TO WS-RETURN-CODE
014623         GO TO 9900-ABEND
014624     END-IF.
014625     ADD 1 TO WS-FXR-USED.
014626     MOVE FX-EFFECTIVE-DATE TO WS-FXR-DATE (WS-FXR-USED).
014627     MOVE FX-CURRENCY-CODE TO WS-FXR-CURRENCY (WS-FXR-USED).
014628     MOVE FX-RATE TO WS-FXR-RATE (WS-FXR-USED).
014629 1138-EXIT.
014630     EXIT.
014631
014632******************************************************************
014633* 1300-RELEASE-PENDING / 1310-RELEASE-ONE-PENDING
014634*   WORK YESTERDAY'S PENDING WAREHOUSE AHEAD OF THE DAILY FILE:
014635*   MATURED RECORDS ARE RELEASED THROUGH THE NORMAL PROCESSING
014636*   PATH (TAGGED ON THE REPORT), STILL-FUTURE RECORDS ARE
014637*   CARRIED FORWARD TO TODAY'S WAREHOUSE.  THE PRIMED DAILY
014638*   RECORD IS HELD AND RESTORED AROUND THE RELEASE PASS.
014639******************************************************************
014640 1300-RELEASE-PENDING.
014641     IF NOT PEND-IN-IS-OPEN
014650         GO TO 1300-EXIT
014660     END-IF.
014670     MOVE WS-CALC-RECORD TO WS-HELD-RECORD.
015690     PERFORM 1127-LOAD-ACCOUNTS THRU 1127-EXIT.
015700     PERFORM 1129-LOAD-GLMAP THRU 1129-EXIT.
015710     PERFORM 1132-LOAD-PERIODS THRU 1132-EXIT.
015711     PERFORM 1137-LOAD-FX-RATES THRU 1137-EXIT.
015712     OPEN EXTEND APPR-PARK-FILE.
015713     IF WS-APPRPARK-STATUS NOT = "00"
015714         DISPLAY "CALCULATE - OPEN ERROR ON APPR-PARK-FILE - "
015715             "STATUS " WS-APPRPARK-STATUS
015716         MOVE 16 TO WS-RETURN-CODE
015717         GO TO 9900-ABEND
015718     END-IF.
015720 1120-EXIT.
015730     EXIT.
015740
016960         PERFORM 2470-WRITE-GL THRU 2470-EXIT
016970         ADD 1 TO WS-RECORD-COUNT
016980         ADD CR-RESULT OF WS-CALC-RECORD TO WS-GRAND-TOTAL
016983         ADD CR-BASE-RESULT OF WS-CALC-RECORD
016986             TO WS-BASE-GRAND-TOTAL
016990         PERFORM 2500-CHECKPOINT THRU 2500-EXIT
017000     ELSE
017010         PERFORM 2600-REJECT-RECORD THRU 2600-EXIT
017100******************************************************************
017110 2100-VALIDATE-RECORD.
017120     MOVE "Y" TO WS-VALID-SWITCH.
017125     MOVE "N" TO WS-APPROVAL-SWITCH.
017130     MOVE SPACES TO WS-REJECT-REASON.
017140
017150     IF CR-FIRST-NUMBER OF WS-CALC-RECORD NOT NUMERIC
018290     IF INPUT-IS-VALID
018300         PERFORM 2190-CHECK-PERIOD THRU 2190-EXIT
018310     END-IF.
018311
018312*    THE CURRENCY MUST BE THE ACCOUNT'S OWN AND MUST HAVE A RATE
018313*    IN FORCE ON THE POSTING DATE SET JUST ABOVE.
018314     IF INPUT-IS-VALID
018315         PERFORM 2196-CHECK-CURRENCY THRU 2196-EXIT
018316     END-IF.
018320
018330*    A SCREEN ENTRY CANNOT BE WAREHOUSED, SO A FUTURE EFFECTIVE
018340*    DATE IS REFUSED AT THE TERMINAL INSTEAD.
018540*   THE SIGNED-ON OPERATOR'S LIMITS GOVERN EVERY SCREEN ENTRY:
018550*   ONLY THE AUTHORIZED OPERATIONS, AND NEITHER AMOUNT OVER
018560*   THE OPERATOR'S PER-TRANSACTION MAXIMUM.  A VIOLATION IS
018570*   REJECTED, COUNTED AND WRITTEN TO THE AUDIT TRAIL.  AN ENTRY
018572*   WITHIN THOSE LIMITS BUT OVER THE OPERATOR'S APPROVAL LIMIT
018574*   IS FLAGGED FOR A SECOND OPERATOR'S APPROVAL.
018580******************************************************************
018590 2170-CHECK-AUTHORITY.
018600     EVALUATE TRUE
018890             WS-OPERATOR-ID
018900         GO TO 2170-VIOLATION
018910     END-IF.
018911*    WITHIN THE OPERATOR'S OWN LIMITS BUT OVER THE APPROVAL
018912*    LIMIT: THE ENTRY STAYS VALID AND IS PARKED FOR A SECOND
018913*    OPERATOR WHEN IT IS CONFIRMED.
018914     IF WS-CUR-APPROVAL-LIMIT > ZERO
018915         IF CR-FIRST-NUMBER OF WS-CALC-RECORD >
018916                WS-CUR-APPROVAL-LIMIT
018917            OR CR-FIRST-NUMBER OF WS-CALC-RECORD <
018918                WS-CUR-APPROVAL-NEG
018919            OR CR-SECOND-NUMBER OF WS-CALC-RECORD >
018920                WS-CUR-APPROVAL-LIMIT
018921            OR CR-SECOND-NUMBER OF WS-CALC-RECORD <
018922                WS-CUR-APPROVAL-NEG
018923             MOVE "Y" TO WS-APPROVAL-SWITCH
018924         END-IF
018925     END-IF.
018926     GO TO 2170-EXIT.
018930 2170-VIOLATION.
018940     ADD 1 TO WS-AUTH-VIOL-COUNT.
018950     PERFORM 2410-WRITE-AUTH-AUDIT THRU 2410-EXIT.
020110     END-IF.
020120 2195-EXIT.
020130     EXIT.
020131
020132******************************************************************
020133* 2196-CHECK-CURRENCY / 2197-SCAN-ONE-RATE
020134*   A BLANK TRANSACTION CURRENCY TAKES THE ACCOUNT'S OWN; ANY
020135*   OTHER CODE MUST MATCH IT.  A FOREIGN CURRENCY THEN NEEDS A
020136*   RATE ROW DATED ON OR BEFORE THE POSTING DATE - THE LATEST
020137*   ONE WINS.  A FOREIGN REVERSAL INSTEAD CARRIES THE RATE ITS
020138*   ORIGINAL WAS CONVERTED AT, COPIED WITH THE ORIGINAL'S
020139*   AMOUNTS, SO ITS BASE-CURRENCY FIGURE OFFSETS THE ORIGINAL'S
020140*   EXACTLY.  ANY FAILURE REJECTS WITH REASON 17.  A VALID
020141*   RECORD LEAVES WITH THE ACCOUNT'S CODE AND THE RATE STAMPED.
020142******************************************************************
020143 2196-CHECK-CURRENCY.
020144     IF CR-CURRENCY-CODE OF WS-CALC-RECORD NOT = SPACES
020145        AND CR-CURRENCY-CODE OF WS-CALC-RECORD NOT =
020146            WS-ACM-CURRENCY (WS-ACM-FOUND-SUB)
020147         MOVE "N" TO WS-VALID-SWITCH
020148         MOVE "17" TO WS-REJECT-REASON
020149         DISPLAY "CALCULATE - RECORD " WS-INPUT-COUNT
020150             " - CURRENCY IS NOT THE ACCOUNT'S"
020151         GO TO 2196-EXIT
020152     END-IF.
020153     MOVE WS-ACM-CURRENCY (WS-ACM-FOUND-SUB)
020154         TO CR-CURRENCY-CODE OF WS-CALC-RECORD.
020155     IF CR-BASE-CURRENCY OF WS-CALC-RECORD
020156         MOVE 1 TO CR-FX-RATE OF WS-CALC-RECORD
020157         GO TO 2196-EXIT
020158     END-IF.
020159     IF CR-REVERSAL-RECORD OF WS-CALC-RECORD
020160         IF CR-FX-RATE OF WS-CALC-RECORD NUMERIC
020161            AND CR-FX-RATE OF WS-CALC-RECORD > ZERO
020162             GO TO 2196-EXIT
020163         END-IF
020164         MOVE "N" TO WS-VALID-SWITCH
020165         MOVE "17" TO WS-REJECT-REASON
020166         DISPLAY "CALCULATE - RECORD " WS-INPUT-COUNT
020167             " - REVERSAL CARRIES NO ORIGINAL FX RATE"
020168         GO TO 2196-EXIT
020169     END-IF.
020170     MOVE ZERO TO WS-FXR-FOUND-SUB.
020171     MOVE ZERO TO WS-FXR-FOUND-DATE.
020172     PERFORM 2197-SCAN-ONE-RATE THRU 2197-EXIT
020173         VARYING WS-FXR-SUB FROM 1 BY 1
020174         UNTIL WS-FXR-SUB > WS-FXR-USED.
020175     IF WS-FXR-FOUND-SUB = ZERO
020176         MOVE "N" TO WS-VALID-SWITCH
020177         MOVE "17" TO WS-REJECT-REASON
020178         DISPLAY "CALCULATE - RECORD " WS-INPUT-COUNT
020179             " - NO FX RATE FOR "
020180             CR-CURRENCY-CODE OF WS-CALC-RECORD
020181             " ON " WS-POSTING-DATE
020182         GO TO 2196-EXIT
020183     END-IF.
020184     MOVE WS-FXR-RATE (WS-FXR-FOUND-SUB)
020185         TO CR-FX-RATE OF WS-CALC-RECORD.
020186 2196-EXIT.
020187     EXIT.
020188
020189 2197-SCAN-ONE-RATE.
020190     IF WS-FXR-CURRENCY (WS-FXR-SUB) NOT =
020191        CR-CURRENCY-CODE OF WS-CALC-RECORD
020192        OR WS-FXR-DATE (WS-FXR-SUB) > WS-POSTING-DATE
020193         GO TO 2197-EXIT
020194     END-IF.
020195     IF WS-FXR-DATE (WS-FXR-SUB) > WS-FXR-FOUND-DATE
020196        OR WS-FXR-FOUND-SUB = ZERO
020197         MOVE WS-FXR-SUB TO WS-FXR-FOUND-SUB
020198         MOVE WS-FXR-DATE (WS-FXR-SUB) TO WS-FXR-FOUND-DATE
020199     END-IF.
020200 2197-EXIT.
020201     EXIT.
020202
020203******************************************************************
020204* 2200-CALCULATE
020205*   PERFORM THE ARITHMETIC FOR THE OPERATION-CODE ON THE RECORD.
020206*   THE RECORD IS ALREADY KNOWN VALID, INCLUDING DIVIDE-BY-ZERO.
020207*   THE RESULT IS IN THE TRANSACTION'S CURRENCY AND IS THEN
020208*   CONVERTED TO BASE - A REVERSAL AT ITS ORIGINAL'S RATE, SO
020209*   THE BASE-CURRENCY GL ENTRIES OFFSET TOO.
020210******************************************************************
020211 2200-CALCULATE.
020212     EVALUATE TRUE
020220         WHEN CR-OP-ADD OF WS-CALC-RECORD
020230             COMPUTE CR-RESULT OF WS-CALC-RECORD ROUNDED =
020240                 CR-FIRST-NUMBER OF WS-CALC-RECORD +
020560         COMPUTE CR-RESULT OF WS-CALC-RECORD =
020570             ZERO - CR-RESULT OF WS-CALC-RECORD
020580     END-IF.
020581*    THE BASE-CURRENCY FIGURE FOR THE GL, AT THE RATE STAMPED BY
020582*    THE CURRENCY CHECK (1 FOR BASE CURRENCY, THE ORIGINAL'S
020583*    RATE FOR A REVERSAL).
020584     IF INPUT-IS-VALID
020585         COMPUTE CR-BASE-RESULT OF WS-CALC-RECORD ROUNDED =
020586             CR-RESULT OF WS-CALC-RECORD *
020587             CR-FX-RATE OF WS-CALC-RECORD
020588             ON SIZE ERROR
020589                 PERFORM 2290-RESULT-OVERFLOW THRU 2290-EXIT
020590         END-COMPUTE
020591     END-IF.
020592 2200-EXIT.
020600     EXIT.
020610
020620 2290-RESULT-OVERFLOW.
020780     MOVE CR-OPERATION-CODE OF WS-CALC-RECORD
020790         TO WS-DTL-OPERATION-CODE.
020800     MOVE CR-RESULT OF WS-CALC-RECORD TO WS-DTL-RESULT.
020803     MOVE CR-CURRENCY-CODE OF WS-CALC-RECORD TO WS-DTL-CURRENCY.
020806     MOVE CR-BASE-RESULT OF WS-CALC-RECORD TO WS-DTL-BASE-RESULT.
020810     IF RECORD-IS-RELEASED
020820         MOVE "RELEASED" TO WS-DTL-RELEASED-TAG
020830     END-IF.
021160         MOVE ZERO TO AU-ORIGINAL-SERIAL
021170         MOVE "PROCESSED" TO AU-STATUS
021180     END-IF.
021181*    A RELEASED APPROVAL ITEM IS AUDITED UNDER THE OPERATOR WHO
021182*    KEYED IT, WITH THE OPERATOR WHO APPROVED IT ALONGSIDE.
021183     IF RUN-MODE-BATCH AND WS-APQ-USED > ZERO
021184         PERFORM 2405-FIND-APPROVAL THRU 2405-EXIT
021185         IF WS-APQ-FOUND-SUB > ZERO
021186             MOVE WS-APQ-ENTERED-BY (WS-APQ-FOUND-SUB)
021187                 TO AU-OPERATOR-ID
021188             MOVE WS-APQ-DECIDED-BY (WS-APQ-FOUND-SUB)
021189                 TO AU-APPROVED-BY
021190         END-IF
021191     END-IF.
021192     WRITE AU-AUDIT-RECORD.
021200 2400-EXIT.
021210     EXIT.
021211
021212 2405-FIND-APPROVAL.
021213     MOVE ZERO TO WS-APQ-FOUND-SUB.
021214     PERFORM 2406-SCAN-ONE-APPROVAL THRU 2406-EXIT
021215         VARYING WS-APQ-SUB FROM 1 BY 1
021216         UNTIL WS-APQ-SUB > WS-APQ-USED
021217            OR WS-APQ-FOUND-SUB > ZERO.
021218 2405-EXIT.
021219     EXIT.
021220
021221 2406-SCAN-ONE-APPROVAL.
021222     IF WS-APQ-SERIAL (WS-APQ-SUB) =
021223        CR-SERIAL-NUMBER OF WS-CALC-RECORD
021224         MOVE WS-APQ-SUB TO WS-APQ-FOUND-SUB
021225     END-IF.
021226 2406-EXIT.
021227     EXIT.
021228
021230******************************************************************
021240* 2410-WRITE-AUTH-AUDIT
021250*   AN AUTHORIZATION VIOLATION LEAVES THE SAME AUDIT ROW AS A
021450     WRITE AU-AUDIT-RECORD.
021460 2410-EXIT.
021470     EXIT.
021471
021472******************************************************************
021473* 2420-QUEUE-FOR-APPROVAL
021474*   A CONFIRMED SCREEN ENTRY OVER THE APPROVAL LIMIT IS PARKED
021475*   ON THE APPROVAL QUEUE, WITH ITS COMPUTED RESULT, INSTEAD OF
021476*   BEING REPORTED, POSTED OR SENT TO THE GL.  THE AUDIT ROW
021477*   (STATUS QUEUED) RECORDS WHO ENTERED IT AND WHEN; THE ITEM
021478*   IS AUDITED AGAIN WHEN ITS RELEASE IS PROCESSED.
021479******************************************************************
021480 2420-QUEUE-FOR-APPROVAL.
021481     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
021482     ACCEPT WS-TS-TIME FROM TIME.
021483     MOVE "D" TO CR-RECORD-TYPE OF WS-CALC-RECORD.
021484     MOVE "U" TO CR-POSTED-FLAG OF WS-CALC-RECORD.
021485     MOVE SPACES TO AP-PARK-RECORD.
021486     MOVE WS-TS-DATE TO AQ-QUEUE-DATE OF AP-PARK-RECORD.
021487     MOVE WS-TS-TIME TO AQ-QUEUE-TIME OF AP-PARK-RECORD.
021488     MOVE WS-OPERATOR-ID TO AQ-ENTERED-BY OF AP-PARK-RECORD.
021489     MOVE "P" TO AQ-QUEUE-STATUS OF AP-PARK-RECORD.
021490     MOVE ZERO TO AQ-DECISION-DATE OF AP-PARK-RECORD.
021491     MOVE ZERO TO AQ-RELEASE-SERIAL OF AP-PARK-RECORD.
021492     MOVE ZERO TO AQ-RELEASE-DATE OF AP-PARK-RECORD.
021493     MOVE WS-CALC-RECORD TO AQ-TRANS-DATA OF AP-PARK-RECORD.
021494     WRITE AP-PARK-RECORD.
021495
021496     MOVE SPACES TO AU-AUDIT-RECORD.
021497     MOVE WS-TS-DATE TO AU-TS-DATE.
021498     MOVE WS-TS-TIME TO AU-TS-TIME.
021499     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
021500     MOVE CR-FIRST-NUMBER OF WS-CALC-RECORD TO AU-FIRST-NUMBER.
021501     MOVE CR-SECOND-NUMBER OF WS-CALC-RECORD
021502         TO AU-SECOND-NUMBER.
021503     MOVE CR-OPERATION-CODE OF WS-CALC-RECORD
021504         TO AU-OPERATION-CODE.
021505     MOVE CR-RESULT OF WS-CALC-RECORD TO AU-RESULT.
021506     MOVE "QUEUED" TO AU-STATUS.
021507     MOVE ZERO TO AU-SERIAL-NUMBER.
021508     MOVE ZERO TO AU-ORIGINAL-SERIAL.
021509     WRITE AU-AUDIT-RECORD.
021510
021511     ADD 1 TO WS-QUEUED-COUNT.
021512     DISPLAY "CALCULATE - ENTRY QUEUED FOR APPROVAL".
021513 2420-EXIT.
021514     EXIT.
021515
021516******************************************************************
021517* 2450-WRITE-POSTING
021518*   EVERY PROCESSED TRANSACTION GOES TO THE POSTING EXTRACT,
021520*   FLAGGED UNPOSTED.  CALCPOST APPLIES IT TO THE BALANCE
021530*   MASTER AND FLIPS THE FLAG TO POSTED.
021540******************************************************************
021940*   ONE GL INTERFACE RECORD PER PROCESSED TRANSACTION.  THE
021950*   SIGN OF THE RESULT DECIDES DEBIT OR CREDIT - NEGATIVE IS A
021960*   DEBIT, AS ON THE ENTRY SCREEN - AND THE AMOUNT GOES OUT
021970*   UNSIGNED WITH THE INDICATOR.  THE LEDGER IS KEPT IN BASE
021975*   CURRENCY, SO THE AMOUNT IS THE CONVERTED RESULT.
021980******************************************************************
021990 2470-WRITE-GL.
022000     MOVE SPACES TO GL-DETAIL-RECORD.
022010     MOVE "D" TO GL-DTL-RECORD-TYPE.
022020     MOVE CR-ACCOUNT-NUMBER OF WS-CALC-RECORD
022030         TO GL-DTL-ACCOUNT.
022040     IF CR-BASE-RESULT OF WS-CALC-RECORD < ZERO
022050         MOVE "D" TO GL-DTL-DC-INDICATOR
022060         COMPUTE GL-DTL-AMOUNT =
022070             ZERO - CR-BASE-RESULT OF WS-CALC-RECORD
022080     ELSE
022090         MOVE "C" TO GL-DTL-DC-INDICATOR
022100         MOVE CR-BASE-RESULT OF WS-CALC-RECORD TO GL-DTL-AMOUNT
022110     END-IF.
022111     IF NOT CR-BASE-CURRENCY OF WS-CALC-RECORD
022112         MOVE CR-CURRENCY-CODE OF WS-CALC-RECORD
022113             TO GL-DTL-CURRENCY-CODE
022114         MOVE CR-FX-RATE OF WS-CALC-RECORD TO GL-DTL-FX-RATE
022115     END-IF.
022120     MOVE WS-EXTRACT-DATE TO GL-DTL-EXTRACT-DATE.
022130     MOVE CR-SERIAL-NUMBER OF WS-CALC-RECORD
022140         TO GL-DTL-SERIAL-NUMBER.
022230             TO GL-DTL-COST-CENTER
022240         WRITE GL-DETAIL-RECORD
022250         ADD 1 TO WS-GL-MAPPED-COUNT
022260         ADD CR-BASE-RESULT OF WS-CALC-RECORD
022270             TO WS-GL-MAPPED-AMOUNT
022280     ELSE
022290         MOVE SPACES TO GL-DTL-GL-ACCOUNT
022300         MOVE SPACES TO GL-DTL-COST-CENTER
022310         WRITE GE-GLERR-RECORD FROM GL-DETAIL-RECORD
022320         ADD 1 TO WS-GLERR-COUNT
022330         ADD CR-BASE-RESULT OF WS-CALC-RECORD
022335             TO WS-GLERR-AMOUNT
022340         DISPLAY "CALCULATE - NO GL MAPPING FOR ACCOUNT "
022350             CR-ACCOUNT-NUMBER OF WS-CALC-RECORD
022360     END-IF.
022620*   RECORD THE FAILED RUN ALREADY WROTE TO THE GL FEEDS, SO THE
022630*   MAPPED AND ERROR CONTROL FIGURES COVER THE WHOLE DAY.  NO
022640*   DETAIL IS REWRITTEN - THE FAILED GENERATION IS KEPT AND
022650*   CALCRSTC CONSOLIDATES IT WITH THE RESTART ONE.  THE
022660*   DECISION IS DETERMINISTIC (SAME RECORD, SAME MAPPING TABLE).
022670******************************************************************
022680 2475-REBUILD-GL-SPLIT.
022690     PERFORM 2480-FIND-GLMAP THRU 2480-EXIT.
022700     IF WS-GLM-FOUND-SUB > ZERO
022710         ADD 1 TO WS-GL-MAPPED-COUNT
022720         ADD CR-BASE-RESULT OF WS-CALC-RECORD
022730             TO WS-GL-MAPPED-AMOUNT
022740     ELSE
022750         ADD 1 TO WS-GLERR-COUNT
022760         ADD CR-BASE-RESULT OF WS-CALC-RECORD
022765             TO WS-GLERR-AMOUNT
022770     END-IF.
022780 2475-EXIT.
022790     EXIT.
023030         MOVE WS-HASH-TOTAL TO RF-LAST-HASH-TOTAL
023040         MOVE WS-WAREHOUSED-COUNT TO RF-LAST-WAREHOUSED-COUNT
023050         MOVE WS-RELEASED-COUNT TO RF-LAST-RELEASED-COUNT
023055         MOVE WS-BASE-GRAND-TOTAL TO RF-LAST-BASE-TOTAL
023060         MOVE WS-TS-DATE TO RF-TS-DATE
023070         MOVE WS-TS-TIME TO RF-TS-TIME
023080         WRITE RF-CHECKPOINT-RECORD
025320             TO WS-CUR-AUTH-MULTIPLY
025330         MOVE WS-OPM-AUTH-DIVIDE (WS-OPM-FOUND-SUB)
025340             TO WS-CUR-AUTH-DIVIDE
025342         MOVE WS-OPM-APPROVAL-LIMIT (WS-OPM-FOUND-SUB)
025344             TO WS-CUR-APPROVAL-LIMIT
025346         COMPUTE WS-CUR-APPROVAL-NEG =
025348             ZERO - WS-CUR-APPROVAL-LIMIT
025350     ELSE
025360         ADD 1 TO WS-SIGNON-ATTEMPTS
025370         MOVE "INVALID OPERATOR OR PASSWORD"
025760     MOVE ZERO TO WS-SCREEN-SECOND-NUMBER.
025770     MOVE SPACES TO WS-SCREEN-ACCOUNT.
025780     MOVE ZERO TO WS-SCREEN-EFFECTIVE.
025785     MOVE SPACES TO WS-SCREEN-CURRENCY.
025790     PERFORM 1610-ENTRY-SCREEN THRU 1610-EXIT
025800         UNTIL WS-ENTRY-CONFIRMED-SWITCH = "Y".
025810 1600-EXIT.
025970     MOVE ZERO TO CR-ORIGINAL-SERIAL OF WS-CALC-RECORD.
025980     MOVE WS-SCREEN-EFFECTIVE
025990         TO CR-EFFECTIVE-DATE OF WS-CALC-RECORD.
025993     MOVE WS-SCREEN-CURRENCY
025996         TO CR-CURRENCY-CODE OF WS-CALC-RECORD.
026000     PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
026010     IF INPUT-IS-VALID
026020         PERFORM 2200-CALCULATE THRU 2200-EXIT
026330     MOVE ZERO TO CR-ORIGINAL-SERIAL OF WS-CALC-RECORD.
026340     MOVE WS-SCREEN-EFFECTIVE
026350         TO CR-EFFECTIVE-DATE OF WS-CALC-RECORD.
026353     MOVE WS-SCREEN-CURRENCY
026356         TO CR-CURRENCY-CODE OF WS-CALC-RECORD.
026360     PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
026370     IF INPUT-IS-VALID
026380         PERFORM 2200-CALCULATE THRU 2200-EXIT
026420     ELSE
026430         MOVE CR-RESULT OF WS-CALC-RECORD TO WS-SCREEN-RESULT
026440     END-IF.
026441*    AN ENTRY OVER THE APPROVAL LIMIT IS PARKED FOR A SECOND
026442*    OPERATOR, NOT PROCESSED HERE.
026443     IF (WS-SCREEN-CONFIRM = "Y" OR WS-SCREEN-CONFIRM = "y")
026444        AND INPUT-IS-VALID AND APPROVAL-REQUIRED
026445         PERFORM 2420-QUEUE-FOR-APPROVAL THRU 2420-EXIT
026446         MOVE "Y" TO WS-ENTRY-CONFIRMED-SWITCH
026447         GO TO 1620-EXIT
026448     END-IF.
026450     IF WS-SCREEN-CONFIRM = "Y" OR WS-SCREEN-CONFIRM = "y"
026460         IF INPUT-IS-VALID
026470             PERFORM 2300-WRITE-REPORT THRU 2300-EXIT
026500             PERFORM 2470-WRITE-GL THRU 2470-EXIT
026510             ADD 1 TO WS-RECORD-COUNT
026520             ADD CR-RESULT OF WS-CALC-RECORD TO WS-GRAND-TOTAL
026523             ADD CR-BASE-RESULT OF WS-CALC-RECORD
026526                 TO WS-BASE-GRAND-TOTAL
026530             MOVE "Y" TO WS-ENTRY-CONFIRMED-SWITCH
026540         ELSE
026550             ADD 1 TO WS-REJECT-COUNT
027220     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
027230         AFTER ADVANCING 1 LINE.
027240
027241     IF RUN-MODE-INTERACTIVE
027242         MOVE SPACES TO WS-SUMMARY-LINE
027243         MOVE "ENTRIES QUEUED FOR APPROVAL" TO WS-SUM-LABEL
027244         MOVE WS-QUEUED-COUNT TO WS-SUM-RECORD-COUNT-ED
027245         MOVE WS-SUM-RECORD-COUNT-ED TO WS-SUM-VALUE
027246         WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
027247             AFTER ADVANCING 1 LINE
027248     END-IF.
027249
027250     MOVE SPACES TO WS-SUMMARY-LINE.
027260     MOVE "GRAND TOTAL" TO WS-SUM-LABEL.
027270     MOVE WS-SUM-GRAND-TOTAL-ED TO WS-SUM-VALUE.
027280     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
027290         AFTER ADVANCING 1 LINE.
027291
027292*    THE GRAND TOTAL ADDS EACH RESULT IN ITS OWN CURRENCY AND
027293*    PROVES TO THE AUDIT AND POSTING FILES; THE GL FEED PROVES
027294*    TO THE BASE-CURRENCY FIGURE.
027295     MOVE SPACES TO WS-SUMMARY-LINE.
027296     MOVE "BASE-CURRENCY GRAND TOTAL" TO WS-SUM-LABEL.
027297     MOVE WS-BASE-GRAND-TOTAL TO WS-SUM-GRAND-TOTAL-ED.
027298     MOVE WS-SUM-GRAND-TOTAL-ED TO WS-SUM-VALUE.
027299     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
027300         AFTER ADVANCING 1 LINE.
027301
027310     IF WS-REJECT-COUNT > ZERO
027320         MOVE 4 TO WS-RETURN-CODE
027330     END-IF.
028220******************************************************************
028230* 8300-WRITE-GL-CONTROL
028240*   FINAL CONTROL RECORD ON THE GL INTERFACE FEED.  COUNT AND
028250*   SIGNED AMOUNT ARE THE SAME RECORDS-PROCESSED AND BASE-
028260*   CURRENCY GRAND-TOTAL FIGURES PRINTED IN THE RUN SUMMARY, SO
028270*   THE GL TEAM BALANCES TO THE DISTRIBUTED REPORT.
028280******************************************************************
028290 8300-WRITE-GL-CONTROL.
028300*    THE FEED CONTROL CARRIES THE MAPPED FIGURES ONLY; THE
028630     MOVE WS-HASH-TOTAL TO RF-LAST-HASH-TOTAL.
028640     MOVE WS-WAREHOUSED-COUNT TO RF-LAST-WAREHOUSED-COUNT.
028650     MOVE WS-RELEASED-COUNT TO RF-LAST-RELEASED-COUNT.
028655     MOVE WS-BASE-GRAND-TOTAL TO RF-LAST-BASE-TOTAL.
028660     MOVE WS-TS-DATE TO RF-TS-DATE.
028670     MOVE WS-TS-TIME TO RF-TS-TIME.
028680     WRITE RF-CHECKPOINT-RECORD.
028820         CLOSE PEND-OUT-FILE
028830         PERFORM 9100-UPDATE-RUN-CONTROL THRU 9100-EXIT
028840     END-IF.
028842     IF RUN-MODE-INTERACTIVE
028844         CLOSE APPR-PARK-FILE
028846     END-IF.
028850     CLOSE REPORT-FILE.
028860     CLOSE AUDIT-FILE.
028870     CLOSE RESTART-FILE.
