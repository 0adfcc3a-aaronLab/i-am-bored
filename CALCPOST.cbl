000130*          TRANSACTION IS REWRITTEN TO THE POSTED FILE WITH THE
000140*          POSTED FLAG SET; TRANSACTIONS WITH NO ACCOUNT NUMBER
000150*          ARE PASSED THROUGH STILL UNPOSTED AND REPORTED.
000153*          A DEBIT THAT WOULD TAKE AN ACCOUNT BELOW ITS
000156*          OVERDRAFT LIMIT IS HELD INSTEAD (SEE CALCHOLD).
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000527*                    ACCOUNT FROZE AFTER VALIDATION) MUST NOT
000528*                    OPEN A BALANCE RECORD FOR A CLOSED OR
000529*                    FROZEN ACCOUNT.
000530*   2026-10-15 AJL   OVERDRAFT-LIMIT ENFORCEMENT: A POSTING
000531*                    THAT WOULD TAKE AN ENFORCED ACCOUNT (SEE
000532*                    CALCACM) BELOW MINUS ITS LIMIT IS REFUSED,
000533*                    JOURNALLED AS ACTION H, WRITTEN FLAGGED H
000534*                    TO THE NEW POSTING-HOLD FILE INSTEAD OF
000535*                    THE MASTER AND POSTED FILE, AND REPORTED.
000536*                    THE PREVIOUS HOLD FILE IS READ BACK IN
000537*                    BEHIND THE DAY'S EXTRACT, SO A HOLD POSTS
000538*                    ONCE A CREDIT LANDS OR THE LIMIT IS RAISED.
000539*   2026-10-15 AJL   MULTI-CURRENCY: RECORD LENGTHS FOLLOW THE
000540*                    CALCREC CURRENCY FIELDS (57 TO 73).  A NEW
000541*                    BALANCE RECORD IS STAMPED WITH THE
000542*                    TRANSACTION'S (THE ACCOUNT'S) CURRENCY AND
000543*                    THE BALANCE STAYS IN IT; A POSTING IN ANY
000544*                    OTHER CURRENCY PASSES THROUGH UNPOSTED.
000545*                    DETAIL LINES SHOW THE CURRENCY, AND THE
000546*                    HELD RECONCILING ITEM AGAINST THE GL IS NOW
000547*                    THE BASE-CURRENCY AMOUNT.
000548*   2026-10-15 AJL   AN EARLIER HOLD THAT CAN NO LONGER POST (NO
000549*                    ACCOUNT, WRONG CURRENCY, NOT ON MASTER, NOT
000550*                    OPEN) GOES BACK TO THE HOLD FILE, STILL IN
000551*                    THE HELD TOTALS, INSTEAD OF PASSING THROUGH
000552*                    UNPOSTED WITH NOTHING TO CARRY IT FORWARD.
000553******************************************************************
000554 IDENTIFICATION DIVISION.
000555 PROGRAM-ID. CALCPOST.
000560 AUTHOR. AARON LEE.
000570 INSTALLATION. I-AM-BORED DATA CENTER.
000580 DATE-WRITTEN. 2026-08-23.
000730*                ACCOUNTS ON IT MAY BE CREATED ON BALMAST.
000740* JOURNAL-FILE - BEFORE-IMAGE JOURNAL OF EVERY BALANCE-MASTER
000750*                UPDATE OR CREATE, FOR BACKOUT BY CALCBKOT.
000753* HOLD-FILE    - POSTINGS REFUSED AS OVER THE OVERDRAFT LIMIT,
000756*                PRESENTED AGAIN ON THE NEXT POSTING RUN.
000760*----------------------------------------------------------------
000770     SELECT POST-FILE ASSIGN TO POSTIN
000780         ORGANIZATION IS SEQUENTIAL
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE IS SEQUENTIAL
001060         FILE STATUS IS WS-JOURNAL-STATUS.
001061
001062     SELECT HOLD-FILE ASSIGN TO HOLDOUT
001063         ORGANIZATION IS SEQUENTIAL
001064         ACCESS MODE IS SEQUENTIAL
001065         FILE STATUS IS WS-HOLD-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001120*----------------------------------------------------------------
001130 FD  POST-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 73 CHARACTERS.
001160 01  PO-POST-RECORD.
001170     COPY CALCREC.
001180
001290*----------------------------------------------------------------
001300 FD  POSTED-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 73 CHARACTERS.
001330 01  PD-POSTED-RECORD.
001340     COPY CALCREC.
001350
001580     RECORD CONTAINS 60 CHARACTERS.
001590 01  JN-JOURNAL-RECORD.
001600     COPY CALCJRN.
001601
001602*----------------------------------------------------------------
001603* HOLD-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001604*----------------------------------------------------------------
001605 FD  HOLD-FILE
001606     LABEL RECORDS ARE STANDARD
001607     RECORD CONTAINS 73 CHARACTERS.
001608 01  HD-HOLD-RECORD.
001609     COPY CALCREC.
001610
001620 WORKING-STORAGE SECTION.
001630*----------------------------------------------------------------
001690 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001700 77  WS-ACCT-STATUS                  PIC X(02)      VALUE "00".
001710 77  WS-JOURNAL-STATUS               PIC X(02)      VALUE "00".
001715 77  WS-HOLD-STATUS                  PIC X(02)      VALUE "00".
001720
001730*----------------------------------------------------------------
001740* CONTROL SWITCHES AND COUNTERS
001860 77  WS-POSTED-TOTAL                 PIC S9(13)V99 COMP-3
001870                                                     VALUE ZERO.
001880 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
001881
001882*    OVERDRAFT-LIMIT HOLDS.  A RECORD ARRIVING ALREADY FLAGGED H
001883*    IS A HOLD FROM AN EARLIER RUN BEING PRESENTED AGAIN.
001884 77  WS-INPUT-FLAG                   PIC X(01)      VALUE SPACE.
001885     88  INPUT-WAS-HELD                              VALUE "H".
001886 77  WS-HOLD-SWITCH                  PIC X(01)      VALUE "N".
001887     88  POSTING-MUST-HOLD                           VALUE "Y".
001888 77  WS-NEW-HOLD-COUNT               PIC S9(7)   COMP VALUE ZERO.
001889 77  WS-NEW-HOLD-TOTAL               PIC S9(13)V99 COMP-3
001890                                                     VALUE ZERO.
001891 77  WS-STILL-HELD-COUNT             PIC S9(7)   COMP VALUE ZERO.
001892*    EARLIER HOLDS THAT CAN NO LONGER POST AT ALL (ACCOUNT GONE,
001893*    NOT OPEN, WRONG CURRENCY) - KEPT ON HOLD, NOT PASSED THROUGH.
001894 77  WS-KEPT-HOLD-COUNT              PIC S9(7)   COMP VALUE ZERO.
001895 77  WS-STILL-HELD-TOTAL             PIC S9(13)V99 COMP-3
001896                                                     VALUE ZERO.
001897 77  WS-RELEASED-COUNT               PIC S9(7)   COMP VALUE ZERO.
001898 77  WS-RELEASED-TOTAL               PIC S9(13)V99 COMP-3
001899                                                     VALUE ZERO.
001900 77  WS-HELD-TOTAL                   PIC S9(13)V99 COMP-3
001901                                                     VALUE ZERO.
001902 77  WS-HELD-BASE-TOTAL              PIC S9(13)V99 COMP-3
001903                                                     VALUE ZERO.
001904 77  WS-LIMIT-BASE                   PIC S9(13)V99 COMP-3
001905                                                     VALUE ZERO.
001906 77  WS-LIMIT-NEW-BALANCE            PIC S9(13)V99 COMP-3
001907                                                     VALUE ZERO.
001908 77  WS-LIMIT-FLOOR                  PIC S9(13)V99 COMP-3
001909                                                     VALUE ZERO.
001910
001911 01  WS-RUN-DATE-FIELDS.
001912     05  WS-RUN-DATE                 PIC 9(08).
001920     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001930         10  WS-RUN-YYYY              PIC 9(04).
001940         10  WS-RUN-MM                PIC 9(02).
001960
001970*----------------------------------------------------------------
001980* ACCOUNT REFERENCE TABLE - LOADED AT START-UP; ONLY ACCOUNTS
001990* ON IT MAY BE CREATED ON THE BALANCE MASTER, AND ITS
001995* OVERDRAFT LIMITS ARE ENFORCED ON EVERY DEBIT.
002000*----------------------------------------------------------------
002010 77  WS-ACCT-EOF-SWITCH              PIC X(01)      VALUE "N".
002020     88  ACCT-END-OF-FILE                            VALUE "Y".
002080     05  WS-ACM-ENTRY OCCURS 5000 TIMES.
002090         10  WS-ACM-NUMBER           PIC X(10).
002100         10  WS-ACM-STATUS           PIC X(01).
002103         10  WS-ACM-LIMIT-CODE       PIC X(01).
002106         10  WS-ACM-LIMIT            PIC 9(11)V99.
002110
002120*----------------------------------------------------------------
002130* REPORT LINE LAYOUTS
002190     05  WS-DTL-ACCOUNT              PIC X(10).
002200     05  FILLER                      PIC X(03)      VALUE SPACES.
002210     05  WS-DTL-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002215     05  FILLER                      PIC X(02)      VALUE SPACES.
002220     05  WS-DTL-CURRENCY             PIC X(03).
002225     05  FILLER                      PIC X(56)      VALUE SPACES.
002230
002240 01  WS-SUMMARY-LINE.
002250     05  FILLER                      PIC X(05)      VALUE SPACES.
003000         MOVE 16 TO WS-RETURN-CODE
003010         GO TO 9900-ABEND
003020     END-IF.
003021
003022     OPEN OUTPUT HOLD-FILE.
003023     IF WS-HOLD-STATUS NOT = "00"
003024         DISPLAY "CALCPOST - OPEN ERROR ON HOLD-FILE - STATUS "
003025             WS-HOLD-STATUS
003026         MOVE 16 TO WS-RETURN-CODE
003027         GO TO 9900-ABEND
003028     END-IF.
003030 1100-EXIT.
003040     EXIT.
003050
003480                     TO WS-ACM-NUMBER (WS-ACM-USED)
003490                 MOVE AM-STATUS
003500                     TO WS-ACM-STATUS (WS-ACM-USED)
003501                 MOVE AM-LIMIT-CODE
003502                     TO WS-ACM-LIMIT-CODE (WS-ACM-USED)
003503                 IF AM-OVERDRAFT-LIMIT NUMERIC
003504                     MOVE AM-OVERDRAFT-LIMIT
003505                         TO WS-ACM-LIMIT (WS-ACM-USED)
003506                 ELSE
003507                     MOVE ZERO TO WS-ACM-LIMIT (WS-ACM-USED)
003508                 END-IF
003510             END-IF
003520     END-READ.
003530 1155-EXIT.
003570* 2000-POST-RECORDS
003580*   ONE PASS OF THE POSTING LOOP: APPLY THE CURRENT TRANSACTION
003590*   TO THE BALANCE MASTER (OR PASS IT THROUGH UNPOSTED WHEN IT
003600*   CARRIES NO ACCOUNT, OR HOLD IT WHEN IT BREAKS THE OVERDRAFT
003603*   LIMIT OR IS AN EARLIER HOLD THAT CANNOT POST), THEN READ THE
003606*   NEXT.
003610******************************************************************
003620 2000-POST-RECORDS.
003623     MOVE CR-POSTED-FLAG OF PO-POST-RECORD TO WS-INPUT-FLAG.
003626     MOVE "N" TO WS-HOLD-SWITCH.
003628     MOVE CR-CURRENCY-CODE OF PO-POST-RECORD TO WS-DTL-CURRENCY.
003630     IF CR-ACCOUNT-NUMBER OF PO-POST-RECORD = SPACES
003650         MOVE "** NO ACCOUNT - NOT POSTED" TO WS-DTL-LABEL
003660         PERFORM 2250-NOT-POSTABLE THRU 2250-EXIT
003700     ELSE
003710         PERFORM 2100-APPLY-TO-MASTER THRU 2100-EXIT
003720     END-IF.
003723     IF POSTING-MUST-HOLD
003726         PERFORM 2400-WRITE-HOLD THRU 2400-EXIT
003729     ELSE
003732         PERFORM 2500-WRITE-POSTED THRU 2500-EXIT
003735     END-IF.
003740     PERFORM 2900-READ-NEXT THRU 2900-EXIT.
003750 2000-EXIT.
003760     EXIT.
003790* 2100-APPLY-TO-MASTER
003800*   RANDOM READ OF THE BALANCE MASTER BY ACCOUNT.  NOT FOUND
003810*   CREATES THE ACCOUNT; FOUND UPDATES BALANCE, LAST-ACTIVITY
003820*   DATE AND ACTIVITY COUNT IN PLACE.  EITHER WAY A DEBIT THAT
003825*   BREAKS THE OVERDRAFT LIMIT IS HELD AND THE MASTER LEFT ALONE.
003826*   THE BALANCE IS KEPT IN THE ACCOUNT'S CURRENCY, STAMPED ON THE
003827*   RECORD WHEN IT IS CREATED; A TRANSACTION IN ANY OTHER
003828*   CURRENCY PASSES THROUGH UNPOSTED (SEE 2250 FOR AN EARLIER
003829*   HOLD THAT CANNOT POST).
003830******************************************************************
003840 2100-APPLY-TO-MASTER.
003850     MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD
003870     READ BALANCE-FILE.
003880     EVALUATE WS-BALANCE-STATUS
003890         WHEN "00"
003891             IF BM-CURRENCY-CODE NOT =
003892                CR-CURRENCY-CODE OF PO-POST-RECORD
003894                 MOVE "** WRONG CURRENCY - NOT POSTED"
003895                     TO WS-DTL-LABEL
003898                 PERFORM 2250-NOT-POSTABLE THRU 2250-EXIT
003902                 GO TO 2100-EXIT
003903             END-IF
003904             PERFORM 2150-CHECK-REFERENCE THRU 2150-EXIT
003905             MOVE BM-CURRENT-BALANCE TO WS-LIMIT-BASE
003906             PERFORM 2200-CHECK-LIMIT THRU 2200-EXIT
003907             IF POSTING-MUST-HOLD
003908                 GO TO 2100-EXIT
003909             END-IF
003910*            JOURNAL THE RECORD AS READ, BEFORE IT IS TOUCHED -
003911*            THE FIRST IMAGE PER ACCOUNT IS THE PRE-RUN STATE.
003920             MOVE SPACES TO JN-JOURNAL-RECORD
003930             MOVE "U" TO JN-ACTION
003940             MOVE BM-BALANCE-RECORD TO JN-BEFORE-IMAGE
004100*            FOR CORRECTION UPSTREAM.
004110             PERFORM 2150-CHECK-REFERENCE THRU 2150-EXIT
004120             IF WS-ACM-FOUND-SUB = ZERO
004140                 MOVE "** NOT ON MASTER - NOT POSTED"
004150                     TO WS-DTL-LABEL
004160                 PERFORM 2250-NOT-POSTABLE THRU 2250-EXIT
004220                 GO TO 2100-EXIT
004230             END-IF
004231             IF WS-ACM-STATUS (WS-ACM-FOUND-SUB) NOT = "O"
004233                 MOVE "** ACCT NOT OPEN - NOT POSTED"
004234                     TO WS-DTL-LABEL
004238                 PERFORM 2250-NOT-POSTABLE THRU 2250-EXIT
004242                 GO TO 2100-EXIT
004243             END-IF
004244             MOVE SPACES TO BM-BALANCE-RECORD
004245             MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD
004246                 TO BM-ACCOUNT-NUMBER
004247             MOVE ZERO TO WS-LIMIT-BASE
004248             PERFORM 2200-CHECK-LIMIT THRU 2200-EXIT
004249             IF POSTING-MUST-HOLD
004250                 GO TO 2100-EXIT
004251             END-IF
004252             MOVE SPACES TO BM-BALANCE-RECORD
004253             MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD
004260                 TO BM-ACCOUNT-NUMBER
004263             MOVE CR-CURRENCY-CODE OF PO-POST-RECORD
004266                 TO BM-CURRENCY-CODE
004270             MOVE CR-RESULT OF PO-POST-RECORD
004280                 TO BM-CURRENT-BALANCE
004290             MOVE WS-RUN-DATE TO BM-LAST-ACTIVITY-DATE
004540     ADD 1 TO WS-POSTED-COUNT.
004550     ADD CR-RESULT OF PO-POST-RECORD TO WS-POSTED-TOTAL.
004560     MOVE "P" TO CR-POSTED-FLAG OF PO-POST-RECORD.
004561     IF INPUT-WAS-HELD
004562         ADD 1 TO WS-RELEASED-COUNT
004563         ADD CR-RESULT OF PO-POST-RECORD TO WS-RELEASED-TOTAL
004564         MOVE "** HELD ITEM RELEASED - POSTED" TO WS-DTL-LABEL
004565         MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD
004566             TO WS-DTL-ACCOUNT
004567         MOVE CR-RESULT OF PO-POST-RECORD TO WS-DTL-AMOUNT
004568         WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004569             AFTER ADVANCING 1 LINE
004570     END-IF.
004571 2100-EXIT.
004580     EXIT.
004590
004600******************************************************************
004800 2160-EXIT.
004810     EXIT.
004820
004821******************************************************************
004822* 2200-CHECK-LIMIT
004823*   A DEBIT MAY NOT TAKE AN ENFORCED ACCOUNT BELOW MINUS ITS
004824*   OVERDRAFT LIMIT.  THE CALLER HAS LOOKED THE ACCOUNT UP IN
004825*   THE REFERENCE TABLE (NO ENTRY, NO LIMIT) AND SET THE
004826*   BALANCE THE POSTING WOULD LAND ON.  A CREDIT IS NEVER HELD,
004827*   EVEN WHEN IT LEAVES THE ACCOUNT STILL OVER ITS LIMIT.
004828******************************************************************
004829 2200-CHECK-LIMIT.
004830     MOVE "N" TO WS-HOLD-SWITCH.
004831     IF WS-ACM-FOUND-SUB = ZERO
004832        OR WS-ACM-LIMIT-CODE (WS-ACM-FOUND-SUB) NOT = "Y"
004833        OR CR-RESULT OF PO-POST-RECORD NOT < ZERO
004834         GO TO 2200-EXIT
004835     END-IF.
004836     COMPUTE WS-LIMIT-NEW-BALANCE =
004837         WS-LIMIT-BASE + CR-RESULT OF PO-POST-RECORD.
004838     COMPUTE WS-LIMIT-FLOOR =
004839         ZERO - WS-ACM-LIMIT (WS-ACM-FOUND-SUB).
004840     IF WS-LIMIT-NEW-BALANCE NOT < WS-LIMIT-FLOOR
004841         GO TO 2200-EXIT
004842     END-IF.
004843
004844*    REFUSED.  JOURNAL THE MASTER RECORD AS IT STANDS (BLANK
004845*    BUT FOR THE ACCOUNT WHEN THE POSTING WOULD HAVE CREATED
004846*    IT) WITH THE HELD SERIAL, SO THE JOURNAL ACCOUNTS FOR
004847*    EVERY POSTING THE RUN REFUSED AS WELL AS APPLIED.
004848     MOVE "Y" TO WS-HOLD-SWITCH.
004849     MOVE SPACES TO JN-JOURNAL-RECORD.
004850     MOVE "H" TO JN-ACTION.
004851     MOVE BM-BALANCE-RECORD TO JN-BEFORE-IMAGE.
004852     MOVE CR-SERIAL-NUMBER OF PO-POST-RECORD TO JN-HELD-SERIAL.
004853     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
004854
004855     IF INPUT-WAS-HELD
004856         ADD 1 TO WS-STILL-HELD-COUNT
004857         ADD CR-RESULT OF PO-POST-RECORD TO WS-STILL-HELD-TOTAL
004858         MOVE "** STILL OVER LIMIT - HELD" TO WS-DTL-LABEL
004859     ELSE
004860         ADD 1 TO WS-NEW-HOLD-COUNT
004861         ADD CR-RESULT OF PO-POST-RECORD TO WS-NEW-HOLD-TOTAL
004862         MOVE "** OVER LIMIT - HELD" TO WS-DTL-LABEL
004863     END-IF.
004864     ADD CR-RESULT OF PO-POST-RECORD TO WS-HELD-TOTAL.
004865     ADD CR-BASE-RESULT OF PO-POST-RECORD TO WS-HELD-BASE-TOTAL.
004866     MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD TO WS-DTL-ACCOUNT.
004867     MOVE CR-RESULT OF PO-POST-RECORD TO WS-DTL-AMOUNT.
004868     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004869         AFTER ADVANCING 1 LINE.
004870 2200-EXIT.
004871     EXIT.
004872
004873******************************************************************
004874* 2250-NOT-POSTABLE
004875*   THE TRANSACTION CANNOT REACH THE MASTER - NO ACCOUNT, WRONG
004876*   CURRENCY, OR AN ACCOUNT NOT ON THE REFERENCE MASTER OR NOT
004877*   OPEN.  THE CALLER HAS SET THE LABEL.  A FRESH TRANSACTION
004878*   PASSES THROUGH UNPOSTED FOR CORRECTION UPSTREAM.  AN EARLIER
004879*   HOLD IS ALREADY IN THE GL, SO PASSING IT THROUGH WOULD LEAVE
004880*   NOTHING CARRYING THE DIFFERENCE FORWARD: IT GOES BACK TO THE
004881*   HOLD FILE INSTEAD, STAYS IN THE HELD TOTALS, IS JOURNALLED
004882*   AS A REFUSAL AND KEEPS AGEING ON THE CALCHOLD REGISTER.
004883******************************************************************
004884 2250-NOT-POSTABLE.
004885     IF NOT INPUT-WAS-HELD
004886         IF CR-ACCOUNT-NUMBER OF PO-POST-RECORD = SPACES
004887             ADD 1 TO WS-NO-ACCT-COUNT
004888         ELSE
004889             ADD 1 TO WS-OFF-MASTER-COUNT
004890         END-IF
004891         GO TO 2250-WRITE
004892     END-IF.
004893     MOVE "Y" TO WS-HOLD-SWITCH.
004894     INSPECT WS-DTL-LABEL
004895         REPLACING FIRST "NOT POSTED" BY "STILL HELD".
004896*    THE JOURNAL IMAGE IS THE MASTER RECORD AS READ, OR BLANK
004897*    BUT FOR THE ACCOUNT WHEN THERE IS NONE.
004898     IF CR-ACCOUNT-NUMBER OF PO-POST-RECORD = SPACES
004899        OR WS-BALANCE-STATUS NOT = "00"
004900         MOVE SPACES TO BM-BALANCE-RECORD
004901         MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD
004902             TO BM-ACCOUNT-NUMBER
004903     END-IF.
004904     MOVE SPACES TO JN-JOURNAL-RECORD.
004905     MOVE "H" TO JN-ACTION.
004906     MOVE BM-BALANCE-RECORD TO JN-BEFORE-IMAGE.
004907     MOVE CR-SERIAL-NUMBER OF PO-POST-RECORD TO JN-HELD-SERIAL.
004908     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
004909     ADD 1 TO WS-KEPT-HOLD-COUNT.
004910     ADD CR-RESULT OF PO-POST-RECORD TO WS-HELD-TOTAL.
004911     ADD CR-BASE-RESULT OF PO-POST-RECORD TO WS-HELD-BASE-TOTAL.
004912 2250-WRITE.
004913     MOVE CR-ACCOUNT-NUMBER OF PO-POST-RECORD TO WS-DTL-ACCOUNT.
004914     MOVE CR-RESULT OF PO-POST-RECORD TO WS-DTL-AMOUNT.
004915     WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE
004916         AFTER ADVANCING 1 LINE.
004917 2250-EXIT.
004918     EXIT.
004919
004920******************************************************************
004921* 2300-WRITE-JOURNAL
004922*   ONE JOURNAL ROW PER BALANCE-MASTER TOUCH.  THE CALLER HAS
004923*   ALREADY SET THE ACTION AND THE IMAGE.
004924******************************************************************
004925 2300-WRITE-JOURNAL.
004926     WRITE JN-JOURNAL-RECORD.
004927     IF WS-JOURNAL-STATUS NOT = "00"
004928         DISPLAY "CALCPOST - WRITE ERROR ON JOURNAL-FILE - "
004929             "STATUS " WS-JOURNAL-STATUS
004930         MOVE 16 TO WS-RETURN-CODE
004940         GO TO 9900-ABEND
004950     END-IF.
004970 2300-EXIT.
004980     EXIT.
004990
004991******************************************************************
004992* 2400-WRITE-HOLD
004993*   A REFUSED POSTING GOES TO THE HOLD FILE FLAGGED H, OTHERWISE
004994*   AS IT ARRIVED, AND NOT TO THE POSTED FILE - IT HAS NOT
004995*   REACHED THE MASTER.
004996******************************************************************
004997 2400-WRITE-HOLD.
004998     MOVE "H" TO CR-POSTED-FLAG OF PO-POST-RECORD.
004999     WRITE HD-HOLD-RECORD FROM PO-POST-RECORD.
005000     IF WS-HOLD-STATUS NOT = "00"
005001         DISPLAY "CALCPOST - WRITE ERROR ON HOLD-FILE - STATUS "
005002             WS-HOLD-STATUS
005003         MOVE 16 TO WS-RETURN-CODE
005004         GO TO 9900-ABEND
005005     END-IF.
005006 2400-EXIT.
005007     EXIT.
005008
005009 2500-WRITE-POSTED.
005010*    AN EFFECTIVE-IMMEDIATELY TRANSACTION POSTS TODAY - STAMP
005020*    THE POSTING DATE SO THE POSTED GENERATIONS CARRY EVERY
005030*    TRANSACTION'S DATE FOR THE STATEMENT RUN.  PASS-THROUGHS
005810     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005820         AFTER ADVANCING 1 LINE.
005830
005831*    HOLDS ARE IN THE GL FEED CALCULATE WROTE BUT NOT ON THE
005832*    MASTER - THE HELD AMOUNT IS THE STANDING DIFFERENCE
005833*    BETWEEN THEM UNTIL THE ITEMS ARE RELEASED.  THE GL IS IN
005834*    BASE CURRENCY, SO THAT FIGURE IS THE BASE-CURRENCY TOTAL;
005835*    THE ACCOUNT-CURRENCY TOTAL IS WHAT THE MASTER IS SHORT.
005836     MOVE SPACES TO WS-SUMMARY-LINE.
005837     MOVE "NEW OVER-LIMIT HOLDS" TO WS-SUM-LABEL.
005838     MOVE WS-NEW-HOLD-COUNT TO WS-SUM-COUNT-ED.
005839     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005840     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005841         AFTER ADVANCING 1 LINE.
005842
005843     MOVE SPACES TO WS-SUMMARY-LINE.
005844     MOVE "AMOUNT NEWLY HELD" TO WS-SUM-LABEL.
005845     MOVE WS-NEW-HOLD-TOTAL TO WS-SUM-AMOUNT-ED.
005846     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
005847     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005848         AFTER ADVANCING 1 LINE.
005849
005850     MOVE SPACES TO WS-SUMMARY-LINE.
005851     MOVE "EARLIER HOLDS STILL HELD" TO WS-SUM-LABEL.
005852     MOVE WS-STILL-HELD-COUNT TO WS-SUM-COUNT-ED.
005853     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005854     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005855         AFTER ADVANCING 1 LINE.
005856
005857     MOVE SPACES TO WS-SUMMARY-LINE.
005858     MOVE "EARLIER HOLDS NOT POSTABLE" TO WS-SUM-LABEL.
005859     MOVE WS-KEPT-HOLD-COUNT TO WS-SUM-COUNT-ED.
005860     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005861     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005862         AFTER ADVANCING 1 LINE.
005863
005864     MOVE SPACES TO WS-SUMMARY-LINE.
005865     MOVE "EARLIER HOLDS RELEASED" TO WS-SUM-LABEL.
005866     MOVE WS-RELEASED-COUNT TO WS-SUM-COUNT-ED.
005867     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
005868     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005869         AFTER ADVANCING 1 LINE.
005870
005871     MOVE SPACES TO WS-SUMMARY-LINE.
005872     MOVE "AMOUNT RELEASED AND POSTED" TO WS-SUM-LABEL.
005873     MOVE WS-RELEASED-TOTAL TO WS-SUM-AMOUNT-ED.
005874     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
005875     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005876         AFTER ADVANCING 1 LINE.
005877
005878     MOVE SPACES TO WS-SUMMARY-LINE.
005879     MOVE "HELD - IN GL, NOT ON MASTER" TO WS-SUM-LABEL.
005880     MOVE WS-HELD-BASE-TOTAL TO WS-SUM-AMOUNT-ED.
005881     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
005882     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005883         AFTER ADVANCING 1 LINE.
005884
005885     MOVE SPACES TO WS-SUMMARY-LINE.
005886     MOVE "HELD - ACCOUNT CURRENCY" TO WS-SUM-LABEL.
005887     MOVE WS-HELD-TOTAL TO WS-SUM-AMOUNT-ED.
005888     MOVE WS-SUM-AMOUNT-ED TO WS-SUM-VALUE.
005889     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
005890         AFTER ADVANCING 1 LINE.
005891
005892     IF WS-NO-ACCT-COUNT > ZERO
005893        OR WS-OFF-MASTER-COUNT > ZERO
005894        OR WS-NEW-HOLD-COUNT > ZERO
005895        OR WS-STILL-HELD-COUNT > ZERO
005896        OR WS-KEPT-HOLD-COUNT > ZERO
005897         MOVE 4 TO WS-RETURN-CODE
005898     END-IF.
005899 8000-EXIT.
005900     EXIT.
005901
005910******************************************************************
005920* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
005930*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
005970     CLOSE BALANCE-FILE.
005980     CLOSE POSTED-FILE.
005990     CLOSE JOURNAL-FILE.
005995     CLOSE HOLD-FILE.
006000     CLOSE REPORT-FILE.
006010     DISPLAY "CALCPOST - RUN COMPLETE - RETURN CODE "
006020         WS-RETURN-CODE.
