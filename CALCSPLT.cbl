000120*          RUN-CONTROL BYPASS PARM), AND EACH STREAM IS WRITTEN
000130*          WITH ITS OWN HEADER AND COMPUTED TRAILER SO EVERY
000140*          STREAM STEP STILL PROVES ITS OWN BATCH CONTROLS.
000141*          EVERY BATCH IS VETTED FIRST AGAINST THE SOURCE-SYSTEM
000142*          REGISTRY: A BATCH FROM AN UNKNOWN OR INACTIVE SOURCE,
000143*          CARRYING AN OPERATION ITS SOURCE MAY NOT SUBMIT, OR
000144*          OVER ITS SOURCE'S MAXIMUM BATCH AMOUNT NEVER REACHES
000145*          THE STREAMS - IT GOES WHOLE, HEADER TO TRAILER, TO
000146*          THE REJECTED-BATCH FILE.  THE SOURCE-ACTIVITY FILE
000147*          FEEDS THE SETTLEMENT REPORT (CALCSETL).
000150* Tectonics: cobc
000160******************************************************************
000170* MODIFICATION HISTORY
000420*                    LENGTHS 48 TO 57) ROUTE BY ACCOUNT RANGE
000430*                    AND COUNT IN THE BATCH CONTROLS EXACTLY
000440*                    LIKE DETAIL RECORDS.
000441*   2026-10-15 AJL   SOURCE-SYSTEM REGISTRY (SRCREG): A VETTING
000442*                    PASS DECIDES EVERY BATCH BEFORE THE SPLIT;
000443*                    REJECTED BATCHES GO WHOLE TO REJBOUT AND
000444*                    ARE LISTED ON THE CONTROL REPORT.  EVERY
000445*                    BATCH AND ROUTED SERIAL IS RECORDED ON THE
000446*                    SOURCE-ACTIVITY FILE (SRCACT).
000447*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000448*                    FIELDS (57 TO 73).
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CALCSPLT.
000660*                READ ONLY TO SEED THE SERIAL REGISTER SO A
000670*                SAME-DAY DUPLICATE OF A WAREHOUSED SERIAL IS
000680*                FORCED INTO STREAM 1 WITH ITS FIRST COPY.
000681* SOURCE-REG-FILE - THE SOURCE-SYSTEM REGISTRY, SEE CALCSRC.
000682* REJECT-FILE  - EVERY RECORD OF A REJECTED BATCH, HEADER TO
000683*                TRAILER, UNCHANGED - CORRECTED AT SOURCE OR
000684*                RE-PRESENTED ONCE THE REGISTRY ALLOWS IT.
000685* ACTIVITY-FILE - BATCH AND SERIAL RECORDS FOR THE SETTLEMENT
000686*                REPORT, SEE CALCSAC.
000690*----------------------------------------------------------------
000700     SELECT TRANS-FILE ASSIGN TO TRANSIN
000710         ORGANIZATION IS SEQUENTIAL
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS WS-PENDIN-STATUS.
001031
001032     SELECT SOURCE-REG-FILE ASSIGN TO SRCREG
001033         ORGANIZATION IS SEQUENTIAL
001034         ACCESS MODE IS SEQUENTIAL
001035         FILE STATUS IS WS-SRCREG-STATUS.
001036
001037     SELECT REJECT-FILE ASSIGN TO REJBOUT
001038         ORGANIZATION IS SEQUENTIAL
001039         ACCESS MODE IS SEQUENTIAL
001040         FILE STATUS IS WS-REJECT-STATUS.
001041
001042     SELECT ACTIVITY-FILE ASSIGN TO SRCACT
001043         ORGANIZATION IS SEQUENTIAL
001044         ACCESS MODE IS SEQUENTIAL
001045         FILE STATUS IS WS-ACTIVITY-STATUS.
001046
001050 DATA DIVISION.
001060 FILE SECTION.
001070*----------------------------------------------------------------
001090*----------------------------------------------------------------
001100 FD  TRANS-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 73 CHARACTERS.
001130 01  TR-TRANS-RECORD.
001140     COPY CALCREC.
001150
001160 FD  STREAM1-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 73 CHARACTERS.
001190 01  S1-STREAM-RECORD                PIC X(73).
001200
001210 FD  STREAM2-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 73 CHARACTERS.
001240 01  S2-STREAM-RECORD                PIC X(73).
001250
001260 FD  STREAM3-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 73 CHARACTERS.
001290 01  S3-STREAM-RECORD                PIC X(73).
001300
001310*----------------------------------------------------------------
001320* RUN-CONTROL-FILE RECORD - EXTRACT DATE OF THE LAST FILE RUN.
001500*----------------------------------------------------------------
001510 FD  PEND-IN-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 73 CHARACTERS.
001540 01  PI-PENDING-RECORD.
001550     COPY CALCREC.
001551
001552*----------------------------------------------------------------
001553* SOURCE-REG-FILE RECORD - SHARED LAYOUT, SEE CALCSRC COPYBOOK.
001554*----------------------------------------------------------------
001555 FD  SOURCE-REG-FILE
001556     LABEL RECORDS ARE STANDARD
001557     RECORD CONTAINS 80 CHARACTERS.
001558 01  SR-SOURCE-RECORD.
001559     COPY CALCSRC.
001560
001561 FD  REJECT-FILE
001562     LABEL RECORDS ARE STANDARD
001563     RECORD CONTAINS 73 CHARACTERS.
001564 01  RJ-REJECT-RECORD                PIC X(73).
001565
001566*----------------------------------------------------------------
001567* ACTIVITY-FILE RECORD - SHARED LAYOUT, SEE CALCSAC COPYBOOK.
001568*----------------------------------------------------------------
001569 FD  ACTIVITY-FILE
001570     LABEL RECORDS ARE STANDARD
001571     RECORD CONTAINS 80 CHARACTERS.
001572 01  SA-ACTIVITY-RECORD.
001573     COPY CALCSAC.
001574
001575 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------
001590* FILE STATUS SWITCHES
001600*----------------------------------------------------------------
001650 77  WS-RUNCTL-STATUS                PIC X(02)      VALUE "00".
001660 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001670 77  WS-PENDIN-STATUS                PIC X(02)      VALUE "00".
001672 77  WS-SRCREG-STATUS                PIC X(02)      VALUE "00".
001674 77  WS-REJECT-STATUS                PIC X(02)      VALUE "00".
001676 77  WS-ACTIVITY-STATUS              PIC X(02)      VALUE "00".
001680
001690*----------------------------------------------------------------
001700* CONTROL SWITCHES AND COUNTERS
001760     88  RUNCTL-END-OF-FILE                          VALUE "Y".
001770 77  WS-PEND-EOF-SWITCH              PIC X(01)      VALUE "N".
001780     88  PEND-END-OF-FILE                            VALUE "Y".
001782 77  WS-SRCREG-EOF-SWITCH            PIC X(01)      VALUE "N".
001784     88  SRCREG-END-OF-FILE                          VALUE "Y".
001786 77  WS-VET-EOF-SWITCH               PIC X(01)      VALUE "N".
001788     88  VET-END-OF-FILE                             VALUE "Y".
001790
001800 77  WS-HEADER-SWITCH                PIC X(01)      VALUE "N".
001810     88  HEADER-SEEN                                 VALUE "Y".
001840 77  WS-BALANCE-SWITCH               PIC X(01)      VALUE "Y".
001850     88  FILE-IN-BALANCE                             VALUE "Y".
001860     88  FILE-OUT-OF-BALANCE                         VALUE "N".
001862 77  WS-VET-OPEN-SWITCH              PIC X(01)      VALUE "N".
001864     88  VET-BATCH-IS-OPEN                           VALUE "Y".
001866 77  WS-BATCH-REJECT-SWITCH          PIC X(01)      VALUE "N".
001868     88  BATCH-IS-REJECTED                           VALUE "Y".
001870
001880 77  WS-INPUT-COUNT                  PIC S9(7)   COMP VALUE ZERO.
001890 77  WS-DETAIL-READ-COUNT            PIC S9(7)   COMP VALUE ZERO.
002020 77  WS-EXTRACT-DATE                 PIC 9(08)      VALUE ZERO.
002030 77  WS-SOURCE-SYSTEM                PIC X(08)      VALUE SPACES.
002040 77  WS-LAST-EXTRACT-DATE            PIC 9(08)      VALUE ZERO.
002041
002042*----------------------------------------------------------------
002043* REJECTED-BATCH TOTALS - EVERY NON-CONTROL RECORD OF A REJECTED
002044* BATCH AND ITS HASH.  THE RECONCILIATION (CALCRECN) COUNTS THE
002045* SAME RECORDS OFF REJBOUT.
002046*----------------------------------------------------------------
002047 77  WS-REJ-BATCH-COUNT              PIC S9(4)   COMP VALUE ZERO.
002048 77  WS-REJ-RECORD-COUNT             PIC S9(7)   COMP VALUE ZERO.
002049 77  WS-REJ-HASH                     PIC S9(13)V99 COMP-3
002050                                                     VALUE ZERO.
002051 77  WS-ACT-DETAIL-COUNT             PIC S9(7)   COMP VALUE ZERO.
002052 77  WS-CUR-SOURCE-SYSTEM            PIC X(08)      VALUE SPACES.
002053 77  WS-ACT-AMOUNT                   PIC S9(13)V99 COMP-3
002054                                                     VALUE ZERO.
002055
002056*----------------------------------------------------------------
002057* SOURCE-SYSTEM REGISTRY, LOADED WHOLE AT START.  AN EMPTY OR
002058* MISSING REGISTRY STOPS THE RUN RATHER THAN REJECT THE DAY.
002059*----------------------------------------------------------------
002060 77  WS-REG-MAX                      PIC S9(4)   COMP VALUE 200.
002061 77  WS-REG-USED                     PIC S9(4)   COMP VALUE ZERO.
002062 77  WS-REG-SUB                      PIC S9(4)   COMP VALUE ZERO.
002063 77  WS-REG-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
002064 77  WS-REG-WORK-SOURCE              PIC X(08)      VALUE SPACES.
002065 01  WS-REGISTRY-TABLE.
002066     05  WS-REG-ENTRY OCCURS 200 TIMES.
002067         10  WS-REG-SOURCE           PIC X(08).
002068         10  WS-REG-STATUS           PIC X(01).
002069         10  WS-REG-AUTH-ADD         PIC X(01).
002070         10  WS-REG-AUTH-SUBTRACT    PIC X(01).
002071         10  WS-REG-AUTH-MULTIPLY    PIC X(01).
002072         10  WS-REG-AUTH-DIVIDE      PIC X(01).
002073         10  WS-REG-MAX-AMOUNT       PIC S9(11)V99  COMP-3.
002074
002075*----------------------------------------------------------------
002076* BATCH DECISIONS FROM THE VETTING PASS, ONE ENTRY PER INPUT
002077* BATCH IN FILE ORDER - THE SPLIT PASS OPENS ITS BATCHES ON THE
002078* SAME RULES, SO ITS BATCH NUMBER INDEXES THIS TABLE.  STATUS
002079* AND REASON CODES ARE THOSE OF THE CALCSAC BATCH RECORD.
002080*----------------------------------------------------------------
002081 77  WS-VB-MAX                       PIC S9(4)   COMP VALUE 500.
002082 77  WS-VB-USED                      PIC S9(4)   COMP VALUE ZERO.
002083 77  WS-VB-SUB                       PIC S9(4)   COMP VALUE ZERO.
002084 77  WS-VET-AUTH                     PIC X(01)      VALUE SPACE.
002085 77  WS-VET-NEG-MAX                  PIC S9(13)V99 COMP-3
002086                                                     VALUE ZERO.
002087 01  WS-VET-BATCH-TABLE.
002088     05  WS-VB-ENTRY OCCURS 500 TIMES.
002089         10  WS-VB-SOURCE            PIC X(08).
002090         10  WS-VB-REG-SUB           PIC S9(4)   COMP.
002091         10  WS-VB-EXTRACT-DATE      PIC 9(08).
002092         10  WS-VB-DETAIL-COUNT      PIC S9(7)   COMP.
002093         10  WS-VB-AMOUNT            PIC S9(13)V99  COMP-3.
002094         10  WS-VB-OP-REFUSED        PIC X(01).
002095         10  WS-VB-STATUS            PIC X(01).
002096         10  WS-VB-REASON            PIC X(01).
002097
002098*----------------------------------------------------------------
002099* SAME-RUN SERIAL REGISTER - EVERY DETAIL SERIAL AND THE STREAM
002100* IT WENT TO, SEEDED FIRST WITH THE PENDING-WAREHOUSE SERIALS
002101* (ASSIGNED TO STREAM 1, WHICH OWNS THE RELEASE).  A REPEATED
002102* SERIAL IS FORCED INTO ITS FIRST COPY'S STREAM SO THAT
002110* STREAM'S OWN DUPLICATE CHECK REJECTS IT THROUGH THE NORMAL
002120* SUSPENSE PATH; OTHERWISE THE TWO COPIES COULD LAND IN
002130* DIFFERENT KEY RANGES AND BOTH PROCESS.  LOOKUP IS A HASHED
002860 77  WS-SUM-COUNT-ED                 PIC Z,ZZZ,ZZ9.
002870 77  WS-SUM-DATE-ED                  PIC 9999/99/99.
002880 77  WS-SUM-HASH-ED                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002881
002882 01  WS-REJ-LABEL.
002883     05  FILLER                      PIC X(09)      VALUE
002884         "** BATCH ".
002885     05  WS-REJ-LABEL-BATCH          PIC 9(04).
002886     05  FILLER                      PIC X(09)      VALUE
002887         " REJECTED".
002888     05  FILLER                      PIC X(08)      VALUE SPACES.
002889 01  WS-REJ-VALUE.
002890     05  WS-REJ-VALUE-SOURCE         PIC X(08).
002891     05  FILLER                      PIC X(01)      VALUE SPACE.
002892     05  WS-REJ-VALUE-REASON         PIC X(21).
002893
002900 PROCEDURE DIVISION.
002910******************************************************************
002920* 0000-MAINLINE
002930*   VERIFY THE INPUT BATCH CONTROLS, GATE THE DUPLICATE RUN,
002940*   SPLIT THE DETAILS BY ACCOUNT RANGE, CLOSE EACH STREAM WITH
002950*   ITS COMPUTED TRAILER, RECORD EVERY BATCH'S FATE ON THE
002955*   SOURCE-ACTIVITY FILE AND PRINT THE SPLIT CONTROL REPORT.
002960******************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990     PERFORM 2000-SPLIT-RECORDS THRU 2000-EXIT
003000         UNTIL END-OF-FILE.
003010     PERFORM 7000-WRITE-STREAM-TRAILERS THRU 7000-EXIT.
003012     PERFORM 7100-WRITE-BATCH-ACTIVITY THRU 7100-EXIT
003014         VARYING WS-VB-SUB FROM 1 BY 1
003016         UNTIL WS-VB-SUB > WS-VB-USED.
003020     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003040     GO TO 9999-EXIT.
003050
003060******************************************************************
003070* 1000-INITIALIZE
003080*   OPEN FILES, LOAD THE SOURCE REGISTRY AND VET EVERY BATCH,
003090*   READ THE RUN CONTROL, PRIME THE FIRST RECORD (WHICH ABSORBS
003100*   THE HEADER), GATE THE DUPLICATE RUN AND WRITE THE STREAM
003105*   HEADERS.
003110******************************************************************
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003140     ACCEPT WS-RUN-TIME FROM TIME.
003150     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
003153     PERFORM 1300-LOAD-SOURCE-REGISTRY THRU 1300-EXIT.
003156     PERFORM 1500-VET-BATCHES THRU 1500-EXIT.
003160     PERFORM 1130-READ-RUN-CONTROL THRU 1130-EXIT.
003170     PERFORM 1900-CLEAR-STREAM-TOTALS THRU 1900-EXIT
003180         VARYING WS-STR-SUB FROM 1 BY 1
003710         MOVE 16 TO WS-RETURN-CODE
003720         GO TO 9900-ABEND
003730     END-IF.
003731
003732     OPEN OUTPUT REJECT-FILE.
003733     IF WS-REJECT-STATUS NOT = "00"
003734         DISPLAY "CALCSPLT - OPEN ERROR ON REJECT-FILE - STATUS "
003735             WS-REJECT-STATUS
003736         MOVE 16 TO WS-RETURN-CODE
003737         GO TO 9900-ABEND
003738     END-IF.
003739
003740     OPEN OUTPUT ACTIVITY-FILE.
003741     IF WS-ACTIVITY-STATUS NOT = "00"
003742         DISPLAY "CALCSPLT - OPEN ERROR ON ACTIVITY-FILE - "
003743             "STATUS " WS-ACTIVITY-STATUS
003744         MOVE 16 TO WS-RETURN-CODE
003745         GO TO 9900-ABEND
003746     END-IF.
003747 1100-EXIT.
003750     EXIT.
003760
003770 1460-CLEAR-ONE-BUCKET.
004270 1455-EXIT.
004280     EXIT.
004290
004291******************************************************************
004292* 1300-LOAD-SOURCE-REGISTRY / 1310-LOAD-ONE-SOURCE
004293*   LOAD THE SOURCE-SYSTEM REGISTRY.  A BLANK CODE IS SKIPPED, A
004294*   REPEATED CODE KEEPS ITS FIRST ENTRY, AND A SOURCE WHOSE
004295*   MAXIMUM IS NOT NUMERIC IS HELD INACTIVE UNTIL THE REGISTRY
004296*   IS CORRECTED.  NO REGISTRY, OR AN EMPTY ONE, STOPS THE RUN -
004297*   OTHERWISE EVERY BATCH OF THE DAY WOULD BE REJECTED.
004298******************************************************************
004299 1300-LOAD-SOURCE-REGISTRY.
004300     OPEN INPUT SOURCE-REG-FILE.
004301     IF WS-SRCREG-STATUS NOT = "00"
004302         DISPLAY "CALCSPLT - OPEN ERROR ON SOURCE-REG-FILE - "
004303             "STATUS " WS-SRCREG-STATUS
004304         MOVE 16 TO WS-RETURN-CODE
004305         GO TO 9900-ABEND
004306     END-IF.
004307     MOVE "N" TO WS-SRCREG-EOF-SWITCH.
004308     PERFORM 1310-LOAD-ONE-SOURCE THRU 1310-EXIT
004309         UNTIL SRCREG-END-OF-FILE.
004310     CLOSE SOURCE-REG-FILE.
004311     IF WS-REG-USED = ZERO
004312         DISPLAY "CALCSPLT - SOURCE REGISTRY IS EMPTY - "
004313             "RUN STOPPED"
004314         MOVE 16 TO WS-RETURN-CODE
004315         GO TO 9900-ABEND
004316     END-IF.
004317 1300-EXIT.
004318     EXIT.
004319
004320 1310-LOAD-ONE-SOURCE.
004321     READ SOURCE-REG-FILE
004322         AT END
004323             SET SRCREG-END-OF-FILE TO TRUE
004324             GO TO 1310-EXIT
004325     END-READ.
004326     IF SR-SOURCE-SYSTEM = SPACES
004327         GO TO 1310-EXIT
004328     END-IF.
004329     MOVE SR-SOURCE-SYSTEM TO WS-REG-WORK-SOURCE.
004330     PERFORM 1350-FIND-SOURCE THRU 1350-EXIT.
004331     IF WS-REG-FOUND-SUB > ZERO
004332         DISPLAY "CALCSPLT - REPEATED REGISTRY ENTRY FOR "
004333             SR-SOURCE-SYSTEM " IGNORED"
004334         GO TO 1310-EXIT
004335     END-IF.
004336     IF WS-REG-USED >= WS-REG-MAX
004337         DISPLAY "CALCSPLT - SOURCE REGISTRY TABLE FULL"
004338         MOVE 16 TO WS-RETURN-CODE
004339         GO TO 9900-ABEND
004340     END-IF.
004341     ADD 1 TO WS-REG-USED.
004342     MOVE SR-SOURCE-SYSTEM TO WS-REG-SOURCE (WS-REG-USED).
004343     MOVE SR-STATUS TO WS-REG-STATUS (WS-REG-USED).
004344     MOVE SR-AUTH-ADD TO WS-REG-AUTH-ADD (WS-REG-USED).
004345     MOVE SR-AUTH-SUBTRACT TO WS-REG-AUTH-SUBTRACT (WS-REG-USED).
004346     MOVE SR-AUTH-MULTIPLY TO WS-REG-AUTH-MULTIPLY (WS-REG-USED).
004347     MOVE SR-AUTH-DIVIDE TO WS-REG-AUTH-DIVIDE (WS-REG-USED).
004348     IF SR-MAX-BATCH-AMOUNT NUMERIC
004349         MOVE SR-MAX-BATCH-AMOUNT
004350             TO WS-REG-MAX-AMOUNT (WS-REG-USED)
004351     ELSE
004352         DISPLAY "CALCSPLT - REGISTRY MAXIMUM NOT NUMERIC FOR "
004353             SR-SOURCE-SYSTEM " - HELD INACTIVE"
004354         MOVE ZERO TO WS-REG-MAX-AMOUNT (WS-REG-USED)
004355         MOVE "I" TO WS-REG-STATUS (WS-REG-USED)
004356     END-IF.
004357 1310-EXIT.
004358     EXIT.
004359
004360******************************************************************
004361* 1350-FIND-SOURCE / 1355-CHECK-ONE-SOURCE
004362*   LOOK WS-REG-WORK-SOURCE UP IN THE REGISTRY TABLE; THE ENTRY
004363*   COMES BACK IN WS-REG-FOUND-SUB (ZERO = NOT REGISTERED).
004364******************************************************************
004365 1350-FIND-SOURCE.
004366     MOVE ZERO TO WS-REG-FOUND-SUB.
004367     PERFORM 1355-CHECK-ONE-SOURCE THRU 1355-EXIT
004368         VARYING WS-REG-SUB FROM 1 BY 1
004369         UNTIL WS-REG-SUB > WS-REG-USED
004370            OR WS-REG-FOUND-SUB > ZERO.
004371 1350-EXIT.
004372     EXIT.
004373
004374 1355-CHECK-ONE-SOURCE.
004375     IF WS-REG-SOURCE (WS-REG-SUB) = WS-REG-WORK-SOURCE
004376         MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
004377     END-IF.
004378 1355-EXIT.
004379     EXIT.
004380
004381******************************************************************
004382* 1500-VET-BATCHES
004383*   A FIRST PASS OF TRANS-FILE THAT DECIDES EVERY BATCH BEFORE
004384*   ANY DETAIL IS ROUTED - A BATCH'S AMOUNT IS ONLY KNOWN AT ITS
004385*   TRAILER, AND A REJECTED BATCH MUST NOT HAVE SENT A SINGLE
004386*   RECORD TO THE STREAMS.  BATCHES OPEN AND CLOSE ON THE SAME
004387*   RULES AS 2910/2920 (A HEADER INSIDE AN OPEN BATCH AND A
004388*   TRAILER OUTSIDE ONE ARE IGNORED), SO THE SPLIT PASS'S BATCH
004389*   NUMBER FINDS THE SAME ENTRY.  THE FILE IS THEN REOPENED FOR
004390*   THE SPLIT ITSELF.
004391******************************************************************
004392 1500-VET-BATCHES.
004393     MOVE "N" TO WS-VET-EOF-SWITCH.
004394     MOVE "N" TO WS-VET-OPEN-SWITCH.
004395     PERFORM 1510-VET-ONE-RECORD THRU 1510-EXIT
004396         UNTIL VET-END-OF-FILE.
004397*    A LAST BATCH WITH NO TRAILER IS STILL DECIDED - THE SPLIT
004398*    PASS FAILS THE FILE FOR IT ANYWAY.
004399     IF VET-BATCH-IS-OPEN
004400         PERFORM 1550-DECIDE-BATCH THRU 1550-EXIT
004401     END-IF.
004402     CLOSE TRANS-FILE.
004403     OPEN INPUT TRANS-FILE.
004404     IF WS-TRANS-STATUS NOT = "00"
004405         DISPLAY "CALCSPLT - REOPEN ERROR ON TRANS-FILE - STATUS "
004406             WS-TRANS-STATUS
004407         MOVE 16 TO WS-RETURN-CODE
004408         GO TO 9900-ABEND
004409     END-IF.
004410 1500-EXIT.
004411     EXIT.
004412
004413 1510-VET-ONE-RECORD.
004414     READ TRANS-FILE
004415         AT END
004416             SET VET-END-OF-FILE TO TRUE
004417             GO TO 1510-EXIT
004418     END-READ.
004419     EVALUATE TRUE
004420         WHEN CR-HEADER-RECORD OF TR-TRANS-RECORD
004421             IF NOT VET-BATCH-IS-OPEN
004422                 PERFORM 1520-VET-OPEN-BATCH THRU 1520-EXIT
004423             END-IF
004424         WHEN CR-TRAILER-RECORD OF TR-TRANS-RECORD
004425             IF VET-BATCH-IS-OPEN
004426                 PERFORM 1550-DECIDE-BATCH THRU 1550-EXIT
004427             END-IF
004428         WHEN CR-DETAIL-RECORD OF TR-TRANS-RECORD
004429         WHEN CR-REVERSAL-RECORD OF TR-TRANS-RECORD
004430             IF VET-BATCH-IS-OPEN
004431                 PERFORM 1530-VET-DETAIL THRU 1530-EXIT
004432             END-IF
004433         WHEN OTHER
004434             CONTINUE
004435     END-EVALUATE.
004436 1510-EXIT.
004437     EXIT.
004438
004439 1520-VET-OPEN-BATCH.
004440     IF WS-VB-USED >= WS-VB-MAX
004441         DISPLAY "CALCSPLT - TOO MANY BATCHES ON TRANS-FILE "
004442             "FOR THE VETTING TABLE"
004443         MOVE 16 TO WS-RETURN-CODE
004444         GO TO 9900-ABEND
004445     END-IF.
004446     MOVE "Y" TO WS-VET-OPEN-SWITCH.
004447     ADD 1 TO WS-VB-USED.
004448     MOVE CH-SOURCE-SYSTEM OF TR-TRANS-RECORD
004449         TO WS-VB-SOURCE (WS-VB-USED).
004450     IF CH-EXTRACT-DATE OF TR-TRANS-RECORD NUMERIC
004451         MOVE CH-EXTRACT-DATE OF TR-TRANS-RECORD
004452             TO WS-VB-EXTRACT-DATE (WS-VB-USED)
004453     ELSE
004454         MOVE ZERO TO WS-VB-EXTRACT-DATE (WS-VB-USED)
004455     END-IF.
004456     MOVE ZERO TO WS-VB-DETAIL-COUNT (WS-VB-USED).
004457     MOVE ZERO TO WS-VB-AMOUNT (WS-VB-USED).
004458     MOVE "N" TO WS-VB-OP-REFUSED (WS-VB-USED).
004459     MOVE "A" TO WS-VB-STATUS (WS-VB-USED).
004460     MOVE SPACE TO WS-VB-REASON (WS-VB-USED).
004461     MOVE CH-SOURCE-SYSTEM OF TR-TRANS-RECORD
004462         TO WS-REG-WORK-SOURCE.
004463     PERFORM 1350-FIND-SOURCE THRU 1350-EXIT.
004464     MOVE WS-REG-FOUND-SUB TO WS-VB-REG-SUB (WS-VB-USED).
004465 1520-EXIT.
004466     EXIT.
004467
004468******************************************************************
004469* 1530-VET-DETAIL
004470*   ADD THE DETAIL TO ITS BATCH'S COUNT AND CONTROL AMOUNT (THE
004471*   SAME FIRST + SECOND HASH THE TRAILER CARRIES) AND MARK THE
004472*   BATCH IF ITS SOURCE MAY NOT SUBMIT THE OPERATION.  AN
004473*   UNKNOWN OPERATION CODE IS LEFT TO THE STREAM'S OWN
004474*   VALIDATION, WHICH SUSPENSES IT.
004475******************************************************************
004476 1530-VET-DETAIL.
004477     ADD 1 TO WS-VB-DETAIL-COUNT (WS-VB-USED).
004478     IF CR-FIRST-NUMBER OF TR-TRANS-RECORD NUMERIC
004479         ADD CR-FIRST-NUMBER OF TR-TRANS-RECORD
004480             TO WS-VB-AMOUNT (WS-VB-USED)
004481     END-IF.
004482     IF CR-SECOND-NUMBER OF TR-TRANS-RECORD NUMERIC
004483         ADD CR-SECOND-NUMBER OF TR-TRANS-RECORD
004484             TO WS-VB-AMOUNT (WS-VB-USED)
004485     END-IF.
004486     IF WS-VB-REG-SUB (WS-VB-USED) = ZERO
004487         GO TO 1530-EXIT
004488     END-IF.
004489     MOVE WS-VB-REG-SUB (WS-VB-USED) TO WS-REG-SUB.
004490     EVALUATE TRUE
004491         WHEN CR-OP-ADD OF TR-TRANS-RECORD
004492             MOVE WS-REG-AUTH-ADD (WS-REG-SUB) TO WS-VET-AUTH
004493         WHEN CR-OP-SUBTRACT OF TR-TRANS-RECORD
004494             MOVE WS-REG-AUTH-SUBTRACT (WS-REG-SUB)
004495                 TO WS-VET-AUTH
004496         WHEN CR-OP-MULTIPLY OF TR-TRANS-RECORD
004497             MOVE WS-REG-AUTH-MULTIPLY (WS-REG-SUB)
004498                 TO WS-VET-AUTH
004499         WHEN CR-OP-DIVIDE OF TR-TRANS-RECORD
004500             MOVE WS-REG-AUTH-DIVIDE (WS-REG-SUB) TO WS-VET-AUTH
004501         WHEN OTHER
004502             MOVE "Y" TO WS-VET-AUTH
004503     END-EVALUATE.
004504     IF WS-VET-AUTH NOT = "Y"
004505         MOVE "Y" TO WS-VB-OP-REFUSED (WS-VB-USED)
004506     END-IF.
004507 1530-EXIT.
004508     EXIT.
004509
004510******************************************************************
004511* 1550-DECIDE-BATCH
004512*   THE BATCH IS CLOSED - ACCEPT IT, OR REJECT IT FOR THE FIRST
004513*   RULE IT BREAKS: SOURCE NOT REGISTERED, SOURCE NOT ACTIVE,
004514*   AN OPERATION THE SOURCE MAY NOT SUBMIT, OR A CONTROL AMOUNT
004515*   OVER THE SOURCE'S CEILING EITHER WAY.
004516******************************************************************
004517 1550-DECIDE-BATCH.
004518     MOVE "N" TO WS-VET-OPEN-SWITCH.
004519     MOVE WS-VB-REG-SUB (WS-VB-USED) TO WS-REG-SUB.
004520     IF WS-REG-SUB = ZERO
004521         MOVE "U" TO WS-VB-REASON (WS-VB-USED)
004522         GO TO 1550-REJECT
004523     END-IF.
004524     IF WS-REG-STATUS (WS-REG-SUB) NOT = "A"
004525         MOVE "I" TO WS-VB-REASON (WS-VB-USED)
004526         GO TO 1550-REJECT
004527     END-IF.
004528     IF WS-VB-OP-REFUSED (WS-VB-USED) = "Y"
004529         MOVE "O" TO WS-VB-REASON (WS-VB-USED)
004530         GO TO 1550-REJECT
004531     END-IF.
004532     IF WS-REG-MAX-AMOUNT (WS-REG-SUB) > ZERO
004533         COMPUTE WS-VET-NEG-MAX =
004534             ZERO - WS-REG-MAX-AMOUNT (WS-REG-SUB)
004535         IF WS-VB-AMOUNT (WS-VB-USED) >
004536                WS-REG-MAX-AMOUNT (WS-REG-SUB)
004537            OR WS-VB-AMOUNT (WS-VB-USED) < WS-VET-NEG-MAX
004538             MOVE "L" TO WS-VB-REASON (WS-VB-USED)
004539             GO TO 1550-REJECT
004540         END-IF
004541     END-IF.
004542     GO TO 1550-EXIT.
004543 1550-REJECT.
004544     MOVE "R" TO WS-VB-STATUS (WS-VB-USED).
004545     DISPLAY "CALCSPLT - BATCH " WS-VB-USED " FROM "
004546         WS-VB-SOURCE (WS-VB-USED) " REJECTED - REASON "
004547         WS-VB-REASON (WS-VB-USED).
004548 1550-EXIT.
004549     EXIT.
004550
004551 1900-CLEAR-STREAM-TOTALS.
004552     MOVE ZERO TO WS-STR-COUNT (WS-STR-SUB).
004553     MOVE ZERO TO WS-STR-HASH (WS-STR-SUB).
004554 1900-EXIT.
004555     EXIT.
004556
004557******************************************************************
004558* 1130-READ-RUN-CONTROL
004559*   PICK UP THE EXTRACT DATE OF THE LAST FILE PROCESSED.  A
004560*   MISSING OR EMPTY RUN-CONTROL FILE MEANS A FIRST RUN.
004561******************************************************************
004562 1130-READ-RUN-CONTROL.
004563     MOVE ZERO TO WS-LAST-EXTRACT-DATE.
004564     OPEN INPUT RUN-CONTROL-FILE.
004565     IF WS-RUNCTL-STATUS = "35"
004566         GO TO 1130-EXIT
004567     END-IF.
004568     IF WS-RUNCTL-STATUS NOT = "00"
004569         DISPLAY "CALCSPLT - OPEN ERROR ON RUN-CONTROL-FILE - "
004570             "STATUS " WS-RUNCTL-STATUS
004571         MOVE 16 TO WS-RETURN-CODE
004572         GO TO 9900-ABEND
004573     END-IF.
004574*    READ TO END OF FILE AND KEEP THE LAST RECORD - A FILE THE
004575*    OLD APPENDING DISPOSITION LEFT WITH SEVERAL RECORDS STILL
004576*    GATES ON THE MOST RECENT RUN, NOT THE OLDEST.
004577     MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
004578     PERFORM 1135-READ-ONE-RUN-CONTROL THRU 1135-EXIT
004580         UNTIL RUNCTL-END-OF-FILE.
004590     CLOSE RUN-CONTROL-FILE.
004600 1130-EXIT.
005140*   STREAM, THEN READ THE NEXT.  UNKNOWN RECORD TYPES GO TO
005150*   STREAM 1 SO THE NORMAL CALCULATE REJECT PATH SUSPENSES
005160*   THEM - THE SPLIT NEVER DROPS A RECORD.
005163*   EVERY RECORD OF A REJECTED BATCH GOES TO THE REJECTED-BATCH
005166*   FILE INSTEAD.
005170******************************************************************
005180 2000-SPLIT-RECORDS.
005181     IF BATCH-IS-REJECTED
005182         PERFORM 2200-REJECT-RECORD THRU 2200-EXIT
005183         PERFORM 2900-READ-NEXT THRU 2900-EXIT
005184         GO TO 2000-EXIT
005185     END-IF.
005190     IF CR-DETAIL-RECORD OF TR-TRANS-RECORD
005200        OR CR-REVERSAL-RECORD OF TR-TRANS-RECORD
005210         PERFORM 2100-ROUTE-DETAIL THRU 2100-EXIT
005740         ADD CR-SECOND-NUMBER OF TR-TRANS-RECORD
005750             TO WS-STR-HASH (WS-STR-SUB)
005760     END-IF.
005765     PERFORM 2170-WRITE-ACTIVITY-SERIAL THRU 2170-EXIT.
005770 2100-EXIT.
005780     EXIT.
005790
006330     MOVE WS-DAY-USED TO WS-DAY-BUCKET (WS-DAY-REM + 1).
006340 2160-EXIT.
006350     EXIT.
006351
006352******************************************************************
006353* 2170-WRITE-ACTIVITY-SERIAL
006354*   NAME THE ROUTED DETAIL'S SERIAL, SOURCE AND CONTROL AMOUNT
006355*   ON THE ACTIVITY FILE SO THE SETTLEMENT REPORT CAN TIE ITS
006356*   OUTCOME BACK TO THE SOURCE.  AN ODD SERIAL GOES AS ZERO -
006357*   THE STREAM SUSPENSES THOSE.  A DETAIL OUTSIDE ANY BATCH HAS
006358*   NO SOURCE (AND FAILS THE FILE).
006359******************************************************************
006360 2170-WRITE-ACTIVITY-SERIAL.
006361     IF NOT BATCH-IS-OPEN
006362         GO TO 2170-EXIT
006363     END-IF.
006364     MOVE SPACES TO SA-ACTIVITY-RECORD.
006365     MOVE "D" TO SA-RECORD-TYPE.
006366     MOVE WS-CUR-SOURCE-SYSTEM TO SA-SOURCE-SYSTEM.
006367     MOVE WS-BATCH-COUNT TO SA-BATCH-NUMBER.
006368     MOVE WS-DAY-WORK-SERIAL TO SA-SERIAL-NUMBER.
006369     MOVE ZERO TO WS-ACT-AMOUNT.
006370     IF CR-FIRST-NUMBER OF TR-TRANS-RECORD NUMERIC
006371         ADD CR-FIRST-NUMBER OF TR-TRANS-RECORD TO WS-ACT-AMOUNT
006372     END-IF.
006373     IF CR-SECOND-NUMBER OF TR-TRANS-RECORD NUMERIC
006374         ADD CR-SECOND-NUMBER OF TR-TRANS-RECORD TO WS-ACT-AMOUNT
006375     END-IF.
006376     MOVE WS-ACT-AMOUNT TO SA-DETAIL-AMOUNT.
006377     WRITE SA-ACTIVITY-RECORD.
006378     ADD 1 TO WS-ACT-DETAIL-COUNT.
006379 2170-EXIT.
006380     EXIT.
006381
006382******************************************************************
006383* 2200-REJECT-RECORD
006384*   A RECORD OF A REJECTED BATCH - UNCHANGED TO THE REJECTED-
006385*   BATCH FILE, COUNTED AND (DETAILS ONLY) HASHED.  NOTHING IS
006386*   REGISTERED, SO A CORRECTED RE-PRESENTATION IS NOT A REPEAT.
006387******************************************************************
006388 2200-REJECT-RECORD.
006389     WRITE RJ-REJECT-RECORD FROM TR-TRANS-RECORD.
006390     ADD 1 TO WS-REJ-RECORD-COUNT.
006391     IF CR-DETAIL-RECORD OF TR-TRANS-RECORD
006392        OR CR-REVERSAL-RECORD OF TR-TRANS-RECORD
006393         IF CR-FIRST-NUMBER OF TR-TRANS-RECORD NUMERIC
006394             ADD CR-FIRST-NUMBER OF TR-TRANS-RECORD
006395                 TO WS-REJ-HASH
006396         END-IF
006397         IF CR-SECOND-NUMBER OF TR-TRANS-RECORD NUMERIC
006398             ADD CR-SECOND-NUMBER OF TR-TRANS-RECORD
006399                 TO WS-REJ-HASH
006400         END-IF
006401     END-IF.
006402 2200-EXIT.
006403     EXIT.
006404
006405******************************************************************
006406* 2900-READ-NEXT
006407*   READS FORWARD UNTIL THE NEXT NON-CONTROL RECORD (OR END OF
006408*   FILE), KEEPING THE HEADER VALUES AND TRAILER CONTROLS FOR
006410*   VERIFICATION AND ACCUMULATING THE ACTUAL DETAIL COUNT/HASH.
006420******************************************************************
006430 2900-READ-NEXT.
006960     END-IF.
006970     MOVE "Y" TO WS-BATCH-OPEN-SWITCH.
006980     ADD 1 TO WS-BATCH-COUNT.
006985     PERFORM 2930-APPLY-BATCH-DECISION THRU 2930-EXIT.
006990     MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
007000     MOVE ZERO TO WS-BATCH-HASH.
007010     IF HEADER-SEEN
007250         GO TO 2920-EXIT
007260     END-IF.
007270     MOVE "N" TO WS-BATCH-OPEN-SWITCH.
007271     IF BATCH-IS-REJECTED
007272         WRITE RJ-REJECT-RECORD FROM TR-TRANS-RECORD
007273         MOVE "N" TO WS-BATCH-REJECT-SWITCH
007274     END-IF.
007275     MOVE SPACES TO WS-CUR-SOURCE-SYSTEM.
007280     IF CT-RECORD-COUNT OF TR-TRANS-RECORD NUMERIC
007290         MOVE CT-RECORD-COUNT OF TR-TRANS-RECORD
007300             TO WS-TRAILER-COUNT
007490     END-IF.
007500 2920-EXIT.
007510     EXIT.
007511
007512******************************************************************
007513* 2930-APPLY-BATCH-DECISION
007514*   PICK UP THE VETTING PASS'S DECISION FOR THE BATCH JUST
007515*   OPENED.  A REJECTED BATCH'S HEADER STARTS ITS IMAGE ON THE
007516*   REJECTED-BATCH FILE.
007517******************************************************************
007518 2930-APPLY-BATCH-DECISION.
007519     MOVE "N" TO WS-BATCH-REJECT-SWITCH.
007520     MOVE CH-SOURCE-SYSTEM OF TR-TRANS-RECORD
007521         TO WS-CUR-SOURCE-SYSTEM.
007522     IF WS-BATCH-COUNT > WS-VB-USED
007523         GO TO 2930-EXIT
007524     END-IF.
007525     IF WS-VB-STATUS (WS-BATCH-COUNT) = "R"
007526         MOVE "Y" TO WS-BATCH-REJECT-SWITCH
007527         ADD 1 TO WS-REJ-BATCH-COUNT
007528         WRITE RJ-REJECT-RECORD FROM TR-TRANS-RECORD
007529     END-IF.
007530 2930-EXIT.
007531     EXIT.
007532
007533******************************************************************
007540* 7000-WRITE-STREAM-TRAILERS
007550*   CLOSE EACH STREAM WITH ITS COMPUTED COUNT AND HASH SO THE
007560*   STREAM STEP PROVES ITS OWN CONTROLS.  EVERY INPUT BATCH WAS
007890     END-IF.
007900 7000-EXIT.
007910     EXIT.
007911
007912******************************************************************
007913* 7100-WRITE-BATCH-ACTIVITY
007914*   ONE BATCH RECORD PER INPUT BATCH ON THE ACTIVITY FILE - ITS
007915*   SOURCE, DECISION, DETAIL COUNT AND CONTROL AMOUNT.
007916******************************************************************
007917 7100-WRITE-BATCH-ACTIVITY.
007918     MOVE SPACES TO SA-ACTIVITY-RECORD.
007919     MOVE "B" TO SA-RECORD-TYPE.
007920     MOVE WS-VB-SOURCE (WS-VB-SUB) TO SA-SOURCE-SYSTEM.
007921     MOVE WS-VB-SUB TO SA-BATCH-NUMBER.
007922     MOVE WS-VB-STATUS (WS-VB-SUB) TO SA-BATCH-STATUS.
007923     MOVE WS-VB-REASON (WS-VB-SUB) TO SA-REJECT-REASON.
007924     MOVE WS-VB-EXTRACT-DATE (WS-VB-SUB) TO SA-EXTRACT-DATE.
007925     MOVE WS-VB-DETAIL-COUNT (WS-VB-SUB) TO SA-DETAIL-COUNT.
007926     MOVE WS-VB-AMOUNT (WS-VB-SUB) TO SA-BATCH-AMOUNT.
007927     WRITE SA-ACTIVITY-RECORD.
007928 7100-EXIT.
007929     EXIT.
007930
007931******************************************************************
007940* 8000-PRINT-SUMMARY
007950*   SPLIT CONTROL TOTALS AND THE IN/OUT-OF-BALANCE VERDICT.
007960*   AN OUT-OF-BALANCE INPUT ENDS RC 12 SO THE STREAM STEPS
008450     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008460     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008470         AFTER ADVANCING 1 LINE.
008471
008472     MOVE SPACES TO WS-SUMMARY-LINE.
008473     MOVE "BATCHES REJECTED" TO WS-SUM-LABEL.
008474     MOVE WS-REJ-BATCH-COUNT TO WS-SUM-COUNT-ED.
008475     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008476     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008477         AFTER ADVANCING 1 LINE.
008478
008479     PERFORM 8200-PRINT-ONE-REJECTION THRU 8200-EXIT
008480         VARYING WS-VB-SUB FROM 1 BY 1
008481         UNTIL WS-VB-SUB > WS-VB-USED.
008482
008483     MOVE SPACES TO WS-SUMMARY-LINE.
008484     MOVE "RECORDS IN REJECTED BATCHES" TO WS-SUM-LABEL.
008485     MOVE WS-REJ-RECORD-COUNT TO WS-SUM-COUNT-ED.
008486     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008487     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008488         AFTER ADVANCING 1 LINE.
008489
008490     MOVE SPACES TO WS-SUMMARY-LINE.
008491     MOVE "HASH IN REJECTED BATCHES" TO WS-SUM-LABEL.
008492     MOVE WS-REJ-HASH TO WS-SUM-HASH-ED.
008493     MOVE WS-SUM-HASH-ED TO WS-SUM-VALUE.
008494     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008495         AFTER ADVANCING 1 LINE.
008496
008497     MOVE SPACES TO WS-SUMMARY-LINE.
008498     MOVE "SERIALS TO ACTIVITY FILE" TO WS-SUM-LABEL.
008499     MOVE WS-ACT-DETAIL-COUNT TO WS-SUM-COUNT-ED.
008500     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
008501     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008502         AFTER ADVANCING 1 LINE.
008503
008504     PERFORM 8100-PRINT-ONE-STREAM THRU 8100-EXIT
008505         VARYING WS-STR-SUB FROM 1 BY 1
008510         UNTIL WS-STR-SUB > 3.
008520
008530     MOVE SPACES TO WS-SUMMARY-LINE.
008910         AFTER ADVANCING 1 LINE.
008920 8100-EXIT.
008930     EXIT.
008931
008932 8200-PRINT-ONE-REJECTION.
008933     IF WS-VB-STATUS (WS-VB-SUB) NOT = "R"
008934         GO TO 8200-EXIT
008935     END-IF.
008936     MOVE WS-VB-SUB TO WS-REJ-LABEL-BATCH.
008937     MOVE WS-VB-SOURCE (WS-VB-SUB) TO WS-REJ-VALUE-SOURCE.
008938     EVALUATE WS-VB-REASON (WS-VB-SUB)
008939         WHEN "U"
008940             MOVE "UNKNOWN SOURCE" TO WS-REJ-VALUE-REASON
008941         WHEN "I"
008942             MOVE "SOURCE INACTIVE" TO WS-REJ-VALUE-REASON
008943         WHEN "O"
008944             MOVE "OPERATION NOT ALLOWED" TO WS-REJ-VALUE-REASON
008945         WHEN OTHER
008946             MOVE "OVER BATCH LIMIT" TO WS-REJ-VALUE-REASON
008947     END-EVALUATE.
008948     MOVE SPACES TO WS-SUMMARY-LINE.
008949     MOVE WS-REJ-LABEL TO WS-SUM-LABEL.
008950     MOVE WS-REJ-VALUE TO WS-SUM-VALUE.
008951     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
008952         AFTER ADVANCING 1 LINE.
008953 8200-EXIT.
008954     EXIT.
008955
008956******************************************************************
008960* 9000-TERMINATE / 9100-UPDATE-RUN-CONTROL / 9900-ABEND
008970*   NORMAL CLOSEDOWN RECORDS THE EXTRACT DATE (UNLESS THE FILE
008980*   WAS OUT OF BALANCE), ABNORMAL CLOSEDOWN, SINGLE STOP RUN.
009030     CLOSE STREAM2-FILE.
009040     CLOSE STREAM3-FILE.
009050     CLOSE REPORT-FILE.
009053     CLOSE REJECT-FILE.
009056     CLOSE ACTIVITY-FILE.
009060     PERFORM 9100-UPDATE-RUN-CONTROL THRU 9100-EXIT.
009070     DISPLAY "CALCSPLT - RUN COMPLETE - RETURN CODE "
009080         WS-RETURN-CODE.
