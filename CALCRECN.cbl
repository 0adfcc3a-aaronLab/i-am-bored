000350*                    INPUT SIDE OF THE PROOF LIKE DETAILS, AND
000360*                    THEIR AUDIT ROWS (STATUS REVERSAL) COUNT
000370*                    AS PROCESSED.
000372*   2026-10-15 AJL   AUDIT RECORD LENGTH 100 TO 110 (APPROVING
000374*                    OPERATOR); ROWS FOR SCREEN ENTRIES QUEUED
000376*                    FOR APPROVAL (STATUS QUEUED) ARE SKIPPED -
000378*                    THE ITEM IS PROVED WHEN ITS RELEASE RUNS.
000379*   2026-10-15 AJL   REJECTED-BATCH FILE FROM THE SPLIT - ITS
000380*                    DETAILS NEVER REACH A STREAM, SO THEY
000381*                    COUNT ON THE ACCOUNTED SIDE OF PROOF 3.
000382*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000383*                    FIELDS (57 TO 73).  THE PROOFS STAY ON THE
000384*                    TRANSACTION-CURRENCY GRAND TOTAL.
000385******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CALCRECN.
000410 AUTHOR. AARON LEE.
000560* RPT-FILE    - THE DISTRIBUTED DETAIL REPORT; ITS CONTROL-
000570*               TOTAL LINES ARE PARSED, NOT TRUSTED.
000580* REPORT-FILE - THE RECONCILIATION CERTIFICATE.
000583* REJECT-FILE - THE BATCHES THE SPLIT REJECTED FOR THEIR SOURCE
000586*               SYSTEM, HEADER TO TRAILER.
000590*----------------------------------------------------------------
000600     SELECT TRANS-FILE ASSIGN TO TRANSIN
000610         ORGANIZATION IS SEQUENTIAL
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000781
000782     SELECT REJECT-FILE ASSIGN TO REJBIN
000783         ORGANIZATION IS SEQUENTIAL
000784         ACCESS MODE IS SEQUENTIAL
000785         FILE STATUS IS WS-REJECT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000840*----------------------------------------------------------------
000850 FD  TRANS-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 73 CHARACTERS.
000880 01  TR-TRANS-RECORD.
000890     COPY CALCREC.
000900
000930*----------------------------------------------------------------
000940 FD  AUDIT-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 110 CHARACTERS.
000970 01  AU-AUDIT-RECORD.
000980     COPY CALCAUD.
000990
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  RP-REPORT-LINE                  PIC X(132).
001081
001082*----------------------------------------------------------------
001083* REJECT-FILE RECORD - SHARED LAYOUT, SEE CALCREC COPYBOOK.
001084*----------------------------------------------------------------
001085 FD  REJECT-FILE
001086     LABEL RECORDS ARE STANDARD
001087     RECORD CONTAINS 73 CHARACTERS.
001088 01  RJ-REJECT-RECORD.
001089     COPY CALCREC.
001090
001100 WORKING-STORAGE SECTION.
001110*----------------------------------------------------------------
001150 77  WS-AUDIT-STATUS                 PIC X(02)      VALUE "00".
001160 77  WS-RPT-STATUS                   PIC X(02)      VALUE "00".
001170 77  WS-REPORT-STATUS                PIC X(02)      VALUE "00".
001175 77  WS-REJECT-STATUS                PIC X(02)      VALUE "00".
001180
001190*----------------------------------------------------------------
001200* CONTROL SWITCHES AND COUNTERS
001420 77  WS-TRN-TRAILER-COUNT            PIC S9(9)   COMP VALUE ZERO.
001430 77  WS-TRN-TRAILER-HASH             PIC S9(13)V99 COMP-3
001440                                                     VALUE ZERO.
001442
001444*    DETAIL AND UNKNOWN-TYPE RECORDS OF THE BATCHES THE SPLIT
001446*    REJECTED - IN THE EXTRACT FIGURES ABOVE, BUT NEVER RUN.
001448 77  WS-REJ-RECORD-COUNT             PIC S9(7)   COMP VALUE ZERO.
001450
001460*----------------------------------------------------------------
001470* INDEPENDENT FIGURES FROM THE AUDIT TRAIL (RECN DATE ONLY)
002560     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT
002570         UNTIL END-OF-FILE.
002580     MOVE "N" TO WS-EOF-SWITCH.
002582     PERFORM 3500-SCAN-REJECTS THRU 3500-EXIT
002584         UNTIL END-OF-FILE.
002586     MOVE "N" TO WS-EOF-SWITCH.
002590     PERFORM 4000-SCAN-REPORT THRU 4000-EXIT
002600         UNTIL END-OF-FILE.
002610     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
003030         MOVE 16 TO WS-RETURN-CODE
003040         GO TO 9900-ABEND
003050     END-IF.
003051     OPEN INPUT REJECT-FILE.
003052     IF WS-REJECT-STATUS NOT = "00"
003053         DISPLAY "CALCRECN - OPEN ERROR ON REJECT-FILE - STATUS "
003054             WS-REJECT-STATUS
003055         MOVE 16 TO WS-RETURN-CODE
003056         GO TO 9900-ABEND
003057     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080
003710         ADD 1 TO WS-AUD-VIOL-COUNT
003720         GO TO 3000-EXIT
003730     END-IF.
003732     IF AU-STATUS-QUEUED
003734         GO TO 3000-EXIT
003736     END-IF.
003740     ADD 1 TO WS-AUD-PROCESSED-COUNT.
003750     MOVE AU-RESULT TO WS-AUD-RESULT-PARSE.
003760     IF WS-ARP-INTEGER NUMERIC AND WS-ARP-DECIMALS NUMERIC
003870     END-IF.
003880 3000-EXIT.
003890     EXIT.
003891
003892******************************************************************
003893* 3500-SCAN-REJECTS
003894*   COUNT THE RECORDS OF THE REJECTED BATCHES THAT THE EXTRACT
003895*   PASS COUNTED AS INPUT - EVERYTHING BUT THEIR HEADERS AND
003896*   TRAILERS.
003897******************************************************************
003898 3500-SCAN-REJECTS.
003899     READ REJECT-FILE
003900         AT END
003901             SET END-OF-FILE TO TRUE
003902             GO TO 3500-EXIT
003903     END-READ.
003904     IF CR-HEADER-RECORD OF RJ-REJECT-RECORD
003905        OR CR-TRAILER-RECORD OF RJ-REJECT-RECORD
003906         GO TO 3500-EXIT
003907     END-IF.
003908     ADD 1 TO WS-REJ-RECORD-COUNT.
003909 3500-EXIT.
003910     EXIT.
003911
003912******************************************************************
003920* 4000-SCAN-REPORT
003930*   PARSE THE CONTROL-TOTAL LINES OFF THE DISTRIBUTED REPORT.
003940*   PLAIN AND MERGED LABELS FEED THE SAME BUCKETS, LAST VALUE
004990             AFTER ADVANCING 1 LINE
005000     END-IF.
005010
005020*    PROOF 3 - PROCESSED + REJECTED + WAREHOUSED + REJECTED-
005030*    BATCH RECORDS ACCOUNT FOR EVERY INPUT DETAIL, EVERY
005040*    UNKNOWN-TYPE RECORD (THE RUN REJECTS THOSE) AND EVERY
005045*    RELEASED RECORD.  EACH SIDE IS BUILT WITH SINGLE ADDS
005050*    INTO HOMOGENEOUS PACKED WORK FIELDS SO THE PROOF
005060*    ARITHMETIC IS UNAMBIGUOUS.
005070     MOVE WS-RPT-PROCESSED TO WS-PROOF-LHS.
005080     ADD WS-RPT-REJECTED TO WS-PROOF-LHS.
005090     ADD WS-RPT-WAREHOUSED TO WS-PROOF-LHS.
005095     ADD WS-REJ-RECORD-COUNT TO WS-PROOF-LHS.
005100     MOVE WS-TRN-DETAIL-COUNT TO WS-PROOF-RHS.
005110     ADD WS-TRN-UNKNOWN-COUNT TO WS-PROOF-RHS.
005120     ADD WS-RPT-RELEASED TO WS-PROOF-RHS.
006110     MOVE WS-SUM-TOTAL-ED TO WS-SUM-VALUE.
006120     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006130         AFTER ADVANCING 1 LINE.
006131
006132     MOVE SPACES TO WS-SUMMARY-LINE.
006133     MOVE "REJECTED-BATCH RECORDS" TO WS-SUM-LABEL.
006134     MOVE WS-REJ-RECORD-COUNT TO WS-SUM-COUNT-ED.
006135     MOVE WS-SUM-COUNT-ED TO WS-SUM-VALUE.
006136     WRITE RP-REPORT-LINE FROM WS-SUMMARY-LINE
006137         AFTER ADVANCING 1 LINE.
006140 8110-EXIT.
006150     EXIT.
006160
006310     CLOSE AUDIT-FILE.
006320     CLOSE RPT-FILE.
006330     CLOSE REPORT-FILE.
006335     CLOSE REJECT-FILE.
006340     DISPLAY "CALCRECN - RUN COMPLETE - RETURN CODE "
006350         WS-RETURN-CODE.
006360 9000-EXIT.
