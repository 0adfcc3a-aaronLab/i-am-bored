000280*                    CONTROL RECORD, AND THE PROOF IS MAPPED
000290*                    FEED PLUS ERROR FILE EQUALS THE ROLLED
000300*                    STREAM CONTROL FIGURES.
000301*   2026-10-15 AJL   THE GL IS NOW KEPT IN BASE CURRENCY: EACH
000302*                    STREAM'S BASE-CURRENCY TOTAL (CHECKPOINT
000303*                    RECORD GREW 60 TO 70) IS ROLLED AND PRINTED
000304*                    AND THE GL PROOF RUNS AGAINST IT; THE GRAND
000305*                    TOTAL STAYS IN TRANSACTION CURRENCY.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CALCMRGE.
001370
001380 FD  REST1-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 70 CHARACTERS.
001410 01  C1-CHECKPOINT-RECORD            PIC X(70).
001420 FD  REST2-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 70 CHARACTERS.
001450 01  C2-CHECKPOINT-RECORD            PIC X(70).
001460 FD  REST3-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 70 CHARACTERS.
001490 01  C3-CHECKPOINT-RECORD            PIC X(70).
001500
001510 FD  GL1-FILE
001520     LABEL RECORDS ARE STANDARD
002490         10  WS-STR-RECORD-COUNT     PIC S9(7)      COMP-3.
002500         10  WS-STR-REJECT-COUNT     PIC S9(7)      COMP-3.
002510         10  WS-STR-GRAND-TOTAL      PIC S9(11)V99  COMP-3.
002515         10  WS-STR-BASE-TOTAL       PIC S9(11)V99  COMP-3.
002520         10  WS-STR-WAREHOUSED       PIC S9(7)      COMP-3.
002530         10  WS-STR-RELEASED         PIC S9(7)      COMP-3.
002540
002590 77  WS-MRG-RELEASED-COUNT           PIC S9(7)   COMP VALUE ZERO.
002600 77  WS-MRG-GRAND-TOTAL              PIC S9(13)V99 COMP-3
002610                                                     VALUE ZERO.
002613 77  WS-MRG-BASE-TOTAL               PIC S9(13)V99 COMP-3
002616                                                     VALUE ZERO.
002620 77  WS-GL-ROLLED-COUNT              PIC S9(9)   COMP VALUE ZERO.
002630 77  WS-GL-ROLLED-AMOUNT             PIC S9(13)V99 COMP-3
002640                                                     VALUE ZERO.
003740     MOVE ZERO TO WS-STR-RECORD-COUNT (WS-STR-SUB).
003750     MOVE ZERO TO WS-STR-REJECT-COUNT (WS-STR-SUB).
003760     MOVE ZERO TO WS-STR-GRAND-TOTAL (WS-STR-SUB).
003765     MOVE ZERO TO WS-STR-BASE-TOTAL (WS-STR-SUB).
003770     MOVE ZERO TO WS-STR-WAREHOUSED (WS-STR-SUB).
003780     MOVE ZERO TO WS-STR-RELEASED (WS-STR-SUB).
003790 1900-EXIT.
004390             TO WS-STR-REJECT-COUNT (WS-STR-SUB)
004400         MOVE RF-LAST-GRAND-TOTAL
004410             TO WS-STR-GRAND-TOTAL (WS-STR-SUB)
004413         MOVE RF-LAST-BASE-TOTAL
004416             TO WS-STR-BASE-TOTAL (WS-STR-SUB)
004420         MOVE RF-LAST-WAREHOUSED-COUNT
004430             TO WS-STR-WAREHOUSED (WS-STR-SUB)
004440         MOVE RF-LAST-RELEASED-COUNT
006330     MOVE WS-SUM-TOTAL-ED TO WS-SUM-VALUE.
006340     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006350         AFTER ADVANCING 1 LINE.
006351
006352     MOVE SPACES TO WS-SUMMARY-LINE.
006353     MOVE "MERGED BASE-CURRENCY TOTAL" TO WS-SUM-LABEL.
006354     MOVE WS-MRG-BASE-TOTAL TO WS-SUM-TOTAL-ED.
006355     MOVE WS-SUM-TOTAL-ED TO WS-SUM-VALUE.
006356     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006357         AFTER ADVANCING 1 LINE.
006360
006370     MOVE SPACES TO WS-SUMMARY-LINE.
006380     MOVE "MERGED GL RECORD COUNT" TO WS-SUM-LABEL.
006630         AFTER ADVANCING 1 LINE.
006640
006650*    THE ROLLED GL CONTROLS - MAPPED FEED PLUS ERROR FILE -
006660*    MUST AGREE WITH THE ROLLED CHECKPOINT FIGURES (THE GL IS
006665*    KEPT IN BASE CURRENCY, SO THE BASE-CURRENCY TOTAL), AND EVERY
006670*    STREAM MUST HAVE DELIVERED A FINAL CHECKPOINT AND EXACTLY
006680*    ONE CONTROL RECORD ON EACH FEED.
006690     IF WS-GL-CONTROL-SEEN NOT = 3
006790     IF WS-GL-ROLLED-COUNT + WS-ERR-ROLLED-COUNT
006800        NOT = WS-MRG-RECORD-COUNT
006810        OR WS-GL-ROLLED-AMOUNT + WS-ERR-ROLLED-AMOUNT
006820           NOT = WS-MRG-BASE-TOTAL
006830         DISPLAY "CALCMRGE - GL CONTROLS PLUS ERROR CONTROLS "
006840             "DO NOT MATCH THE ROLLED STREAM TOTALS"
006850         MOVE "N" TO WS-BALANCE-SWITCH
007560     ADD WS-STR-RELEASED (WS-STR-SUB)
007570         TO WS-MRG-RELEASED-COUNT.
007580     ADD WS-STR-GRAND-TOTAL (WS-STR-SUB) TO WS-MRG-GRAND-TOTAL.
007585     ADD WS-STR-BASE-TOTAL (WS-STR-SUB) TO WS-MRG-BASE-TOTAL.
007590
007600     MOVE SPACES TO WS-SUMMARY-LINE.
007610     EVALUATE WS-STR-SUB
007830     MOVE WS-SUM-TOTAL-ED TO WS-SUM-VALUE.
007840     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007850         AFTER ADVANCING 1 LINE.
007851     MOVE SPACES TO WS-SUMMARY-LINE.
007852     EVALUATE WS-STR-SUB
007853         WHEN 1
007854             MOVE "STREAM 1 BASE-CURRENCY TOTAL" TO WS-SUM-LABEL
007855         WHEN 2
007856             MOVE "STREAM 2 BASE-CURRENCY TOTAL" TO WS-SUM-LABEL
007857         WHEN 3
007858             MOVE "STREAM 3 BASE-CURRENCY TOTAL" TO WS-SUM-LABEL
007859     END-EVALUATE.
007860     MOVE WS-STR-BASE-TOTAL (WS-STR-SUB) TO WS-SUM-TOTAL-ED.
007861     MOVE WS-SUM-TOTAL-ED TO WS-SUM-VALUE.
007862     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
007863         AFTER ADVANCING 1 LINE.
007864 8100-EXIT.
007870     EXIT.
007880
007890******************************************************************
