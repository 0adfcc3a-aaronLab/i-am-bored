000010******************************************************************
000020* Author: Aaron Lee
000030* Installation: I-AM-BORED DATA CENTER
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose: READ-ONLY ACCOUNT INQUIRY.  SIGNS AN OPERATOR ON
000070*          AGAINST THE OPERATOR MASTER, THEN ANSWERS ONE ACCOUNT
000080*          NUMBER AT A TIME.  PAGE 1 SHOWS THE REFERENCE DETAILS
000090*          FROM THE ACCOUNT MASTER (CALCACM), THE BALANCE, LAST
000100*          ACTIVITY DATE AND ACTIVITY COUNT FROM THE VSAM
000110*          BALANCE MASTER (CALCBAL), AND THE MOST RECENT POSTED
000120*          TRANSACTIONS FROM THE POSTED GENERATIONS.  PAGE 2
000130*          SHOWS THE ACCOUNT'S ITEMS STILL WAITING - THOSE ON
000140*          THE SUSPENSE AGING MASTER WITH THEIR REASON CODE AND
000150*          THOSE IN THE PENDING WAREHOUSES WITH THEIR EFFECTIVE
000160*          DATE.  EVERY FILE IS OPENED INPUT - THERE IS NO PATH
000170*          TO CHANGE ANYTHING FROM HERE.  EACH LOOKUP IS WRITTEN
000180*          TO THE INQUIRY LOG (WHO LOOKED AT WHICH ACCOUNT).
000190* Tectonics: cobc
000200******************************************************************
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 AJL   INITIAL VERSION - SIGN-ON, TWO-PAGE ACCOUNT
000240*                    INQUIRY AND THE INQUIRY LOG.
000243*   2026-10-15 AJL   RECORD LENGTHS FOLLOW THE CALCREC CURRENCY
000246*                    FIELDS (57 TO 73, AGING MASTER 80 TO 96).
000247*   2026-10-15 AJL   POSTINGS PAGE SKIPS RECORDS CALCPOST PASSED
000248*                    THROUGH UNPOSTED.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CALCINQ.
000280 AUTHOR. AARON LEE.
000290 INSTALLATION. I-AM-BORED DATA CENTER.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390*----------------------------------------------------------------
000400* OPERATOR-FILE - OPERATOR SECURITY MASTER FOR THE SIGN-ON.
000410* ACCT-FILE     - ACCOUNT REFERENCE MASTER (SEE CALCACM),
000420*                SCANNED FOR EACH LOOKUP.
000430* BALANCE-FILE  - VSAM KSDS BALANCE MASTER, READ BY KEY.
000440* POSTED-FILE   - THE RECENT POSTED-TRANSACTION GENERATIONS,
000450*                NEWEST FIRST (SEE JOB CALCINQJ).
000460* SAGE-IN-FILE  - CURRENT SUSPENSE AGING MASTER (SEE CALCSAGE).
000470* PENDING-FILE  - THE THREE STREAMS' PENDING WAREHOUSES.
000480* INQ-LOG-FILE  - RUNNING LOG OF LOOKUPS, OPENED EXTEND.
000490*----------------------------------------------------------------
000500     SELECT OPERATOR-FILE ASSIGN TO OPERMAST
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-OPERATOR-STATUS.
000540
000550     SELECT ACCT-FILE ASSIGN TO ACCTMAST
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-ACCT-STATUS.
000590
000600     SELECT BALANCE-FILE ASSIGN TO BALMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS BM-ACCOUNT-NUMBER
000640         FILE STATUS IS WS-BALANCE-STATUS.
000650
000660     SELECT POSTED-FILE ASSIGN TO PSTDIN
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-POSTED-STATUS.
000700
000710     SELECT SAGE-IN-FILE ASSIGN TO SAGEIN
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-SAGE-IN-STATUS.
000750
000760     SELECT PENDING-FILE ASSIGN TO PENDIN
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-PENDING-STATUS.
000800
000810     SELECT INQ-LOG-FILE ASSIGN TO INQLOG
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-INQ-LOG-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------
000890* OPERATOR-FILE RECORD - ONE PER AUTHORIZED OPERATOR (SEE JOB
000900* OPERMSTJ FOR THE COLUMN LAYOUT).  ONLY THE ID AND PASSWORD
000910* MATTER TO AN INQUIRY.
000920*----------------------------------------------------------------
000930 FD  OPERATOR-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  OP-OPERATOR-RECORD.
000970     05  OP-OPERATOR-ID              PIC X(08).
000980     05  OP-PASSWORD                 PIC X(08).
000990     05  FILLER                      PIC X(64).
001000
001010*----------------------------------------------------------------
001020* ACCT-FILE RECORD - SHARED LAYOUT, SEE CALCACM COPYBOOK.
001030*----------------------------------------------------------------
001040 FD  ACCT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  AM-ACCOUNT-RECORD.
001080     COPY CALCACM.
001090
001100*----------------------------------------------------------------
001110* BALANCE-FILE RECORD - SHARED LAYOUT, SEE CALCBAL COPYBOOK.
001120*----------------------------------------------------------------
001130 FD  BALANCE-FILE
001140     RECORD CONTAINS 50 CHARACTERS.
001150 01  BM-BALANCE-RECORD.
001160     COPY CALCBAL.
001170
001180*----------------------------------------------------------------
001190* POSTED-FILE AND PENDING-FILE RECORDS - CALCREC IMAGES, WORKED
001200* IN WS-CALC-RECORD.
001210*----------------------------------------------------------------
001220 FD  POSTED-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 73 CHARACTERS.
001250 01  PD-POSTED-RECORD                PIC X(73).
001260
001270 FD  PENDING-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 73 CHARACTERS.
001300 01  PN-PENDING-RECORD               PIC X(73).
001310
001320*----------------------------------------------------------------
001330* AGING MASTER RECORDS - FIRST-SEEN DATE PLUS THE CALCSUS
001340* RECORD, WORKED IN WS-MASTER-RECORD.
001350*----------------------------------------------------------------
001360 FD  SAGE-IN-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 96 CHARACTERS.
001390 01  SI-MASTER-RECORD                PIC X(96).
001400
001410*----------------------------------------------------------------
001420* INQ-LOG-FILE RECORD - ONE LINE PER LOOKUP: WHEN, WHO, WHICH
001430* ACCOUNT, AND WHETHER THE ACCOUNT WAS FOUND.
001440*----------------------------------------------------------------
001450 FD  INQ-LOG-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 80 CHARACTERS.
001480 01  IL-LOG-RECORD.
001490     05  IL-LOG-DATE                 PIC 9(08).
001500     05  IL-LOG-TIME                 PIC 9(08).
001510     05  IL-OPERATOR-ID              PIC X(08).
001520     05  IL-ACCOUNT-NUMBER           PIC X(10).
001530     05  IL-FOUND-FLAG               PIC X(01).
001540         88  IL-ACCOUNT-FOUND        VALUE "Y".
001550         88  IL-ACCOUNT-NOT-FOUND    VALUE "N".
001560     05  IL-PROGRAM-ID               PIC X(08).
001570     05  FILLER                      PIC X(37).
001580
001590 WORKING-STORAGE SECTION.
001600*----------------------------------------------------------------
001610* FILE STATUS SWITCHES
001620*----------------------------------------------------------------
001630 77  WS-OPERATOR-STATUS              PIC X(02)      VALUE "00".
001640 77  WS-ACCT-STATUS                  PIC X(02)      VALUE "00".
001650 77  WS-BALANCE-STATUS               PIC X(02)      VALUE "00".
001660 77  WS-POSTED-STATUS                PIC X(02)      VALUE "00".
001670 77  WS-SAGE-IN-STATUS               PIC X(02)      VALUE "00".
001680 77  WS-PENDING-STATUS               PIC X(02)      VALUE "00".
001690 77  WS-INQ-LOG-STATUS               PIC X(02)      VALUE "00".
001700
001710*----------------------------------------------------------------
001720* CONTROL SWITCHES AND COUNTERS
001730*----------------------------------------------------------------
001740 77  WS-EOF-SWITCH                   PIC X(01)      VALUE "N".
001750     88  END-OF-FILE                                VALUE "Y".
001760     88  NOT-END-OF-FILE                             VALUE "N".
001770
001780 77  WS-OPERATOR-EOF-SWITCH          PIC X(01)      VALUE "N".
001790     88  OPERATOR-END-OF-FILE                        VALUE "Y".
001800
001810 77  WS-SIGNON-SWITCH                PIC X(01)      VALUE "N".
001820     88  OPERATOR-SIGNED-ON                          VALUE "Y".
001830 77  WS-SIGNON-ATTEMPTS              PIC S9(4)   COMP VALUE ZERO.
001840 77  WS-SIGNON-LIMIT                 PIC S9(4)   COMP VALUE 3.
001850
001860 77  WS-SESSION-DONE-SWITCH          PIC X(01)      VALUE "N".
001870     88  SESSION-IS-DONE                             VALUE "Y".
001880
001890 77  WS-BROWSE-DONE-SWITCH           PIC X(01)      VALUE "N".
001900     88  BROWSE-IS-DONE                              VALUE "Y".
001910
001920 77  WS-ON-ACCT-SWITCH               PIC X(01)      VALUE "N".
001930     88  ACCOUNT-ON-ACCT-MASTER                      VALUE "Y".
001940
001950 77  WS-ON-BALANCE-SWITCH            PIC X(01)      VALUE "N".
001960     88  ACCOUNT-ON-BALANCE-MASTER                   VALUE "Y".
001970
001980 77  WS-PAGE-NUMBER                  PIC 9(01)      VALUE 1.
001990     88  SHOWING-PAGE-1                              VALUE 1.
002000     88  SHOWING-PAGE-2                              VALUE 2.
002010
002020 77  WS-LOOKUP-COUNT                 PIC S9(7)   COMP VALUE ZERO.
002030 77  WS-NOT-FOUND-COUNT              PIC S9(7)   COMP VALUE ZERO.
002040 77  WS-POSTED-FOUND-COUNT           PIC S9(7)   COMP VALUE ZERO.
002050 77  WS-SUSP-FOUND-COUNT             PIC S9(7)   COMP VALUE ZERO.
002060 77  WS-PEND-FOUND-COUNT             PIC S9(7)   COMP VALUE ZERO.
002070 77  WS-RETURN-CODE                  PIC S9(4)   COMP VALUE ZERO.
002080
002090 77  WS-OPERATOR-ID                  PIC X(08)      VALUE SPACES.
002100 77  WS-LOOKUP-ACCOUNT               PIC X(10)      VALUE SPACES.
002110 77  WS-RUN-TIME                     PIC 9(08)      VALUE ZERO.
002120
002130 01  WS-RUN-DATE-FIELDS.
002140     05  WS-RUN-DATE                 PIC 9(08).
002150     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002160         10  WS-RUN-YYYY              PIC 9(04).
002170         10  WS-RUN-MM                PIC 9(02).
002180         10  WS-RUN-DD                PIC 9(02).
002190
002200*----------------------------------------------------------------
002210* OPERATOR SECURITY TABLE - ID AND PASSWORD ONLY.
002220*----------------------------------------------------------------
002230 77  WS-OPM-MAX                      PIC S9(4)   COMP VALUE 200.
002240 77  WS-OPM-USED                     PIC S9(4)   COMP VALUE ZERO.
002250 77  WS-OPM-SUB                      PIC S9(4)   COMP VALUE ZERO.
002260 77  WS-OPM-FOUND-SUB                PIC S9(4)   COMP VALUE ZERO.
002270 01  WS-OPERATOR-TABLE.
002280     05  WS-OPM-ENTRY OCCURS 200 TIMES.
002290         10  WS-OPM-ID               PIC X(08).
002300         10  WS-OPM-PASSWORD         PIC X(08).
002310
002320*----------------------------------------------------------------
002330* MOST RECENT POSTINGS FOR THE ACCOUNT, LATEST FIRST.  THE
002340* GENERATIONS ARRIVE NEWEST FIRST AND EACH IN POSTING ORDER, SO
002350* A POSTING GOES IN AHEAD OF ANY ALREADY HELD FOR THE SAME OR
002360* AN EARLIER DATE; WHAT FALLS OFF THE END IS OLDER THAN ALL TEN.
002370*----------------------------------------------------------------
002380 77  WS-PST-MAX                      PIC S9(4)   COMP VALUE 10.
002390 77  WS-PST-USED                     PIC S9(4)   COMP VALUE ZERO.
002400 77  WS-PST-SUB                      PIC S9(4)   COMP VALUE ZERO.
002410 77  WS-PST-POS                      PIC S9(4)   COMP VALUE ZERO.
002420 01  WS-POSTING-TABLE.
002430     05  WS-PST-ENTRY OCCURS 10 TIMES.
002440         10  WS-PST-SERIAL           PIC 9(09).
002450         10  WS-PST-DATE             PIC 9(08).
002460         10  WS-PST-TYPE             PIC X(01).
002470         10  WS-PST-OPERATION        PIC X(01).
002480         10  WS-PST-RESULT           PIC S9(9)V99   COMP-3.
002490
002500 01  WS-NEW-POSTING.
002510     05  WS-NEW-SERIAL               PIC 9(09).
002520     05  WS-NEW-DATE                 PIC 9(08).
002530     05  WS-NEW-TYPE                 PIC X(01).
002540     05  WS-NEW-OPERATION            PIC X(01).
002550     05  WS-NEW-RESULT               PIC S9(9)V99   COMP-3.
002560
002570*----------------------------------------------------------------
002580* WORKING COPIES OF THE AGING MASTER RECORD (SEE CALCSAGE) AND
002590* OF THE TRANSACTION IT OR THE PENDING FILE CARRIES.
002600*----------------------------------------------------------------
002610 01  WS-MASTER-RECORD.
002620     03  SM-FIRST-DATE               PIC 9(08).
002630     03  SM-SUSPENSE-DATA.
002640     COPY CALCSUS.
002650     03  FILLER                      PIC X(06).
002660
002670 01  WS-CALC-RECORD.
002680     COPY CALCREC.
002690
002700*----------------------------------------------------------------
002710* PAGE 1 POSTING LINES AND PAGE 2 WAITING-ITEM LINES, BUILT AS
002720* TEXT AND SHOWN TEN TO A PAGE.  THE REDEFINES GIVE THE SCREEN
002730* SECTION ONE NAME PER LINE.
002740*----------------------------------------------------------------
002750 77  WS-LINE-MAX                     PIC S9(4)   COMP VALUE 10.
002760 77  WS-P2-USED                      PIC S9(4)   COMP VALUE ZERO.
002770 77  WS-LINE-SUB                     PIC S9(4)   COMP VALUE ZERO.
002780
002790 01  WS-P1-LINES.
002800     05  WS-P1-LINE                  PIC X(70)
002810                                     OCCURS 10 TIMES.
002820 01  WS-P1-LINES-R REDEFINES WS-P1-LINES.
002830     05  WS-P1-LINE-01               PIC X(70).
002840     05  WS-P1-LINE-02               PIC X(70).
002850     05  WS-P1-LINE-03               PIC X(70).
002860     05  WS-P1-LINE-04               PIC X(70).
002870     05  WS-P1-LINE-05               PIC X(70).
002880     05  WS-P1-LINE-06               PIC X(70).
002890     05  WS-P1-LINE-07               PIC X(70).
002900     05  WS-P1-LINE-08               PIC X(70).
002910     05  WS-P1-LINE-09               PIC X(70).
002920     05  WS-P1-LINE-10               PIC X(70).
002930
002940 01  WS-P2-LINES.
002950     05  WS-P2-LINE                  PIC X(70)
002960                                     OCCURS 10 TIMES.
002970 01  WS-P2-LINES-R REDEFINES WS-P2-LINES.
002980     05  WS-P2-LINE-01               PIC X(70).
002990     05  WS-P2-LINE-02               PIC X(70).
003000     05  WS-P2-LINE-03               PIC X(70).
003010     05  WS-P2-LINE-04               PIC X(70).
003020     05  WS-P2-LINE-05               PIC X(70).
003030     05  WS-P2-LINE-06               PIC X(70).
003040     05  WS-P2-LINE-07               PIC X(70).
003050     05  WS-P2-LINE-08               PIC X(70).
003060     05  WS-P2-LINE-09               PIC X(70).
003070     05  WS-P2-LINE-10               PIC X(70).
003080
003090 01  WS-P1-HEADING.
003100     05  FILLER                      PIC X(11)      VALUE
003110         "SERIAL".
003120     05  FILLER                      PIC X(11)      VALUE
003130         "EFF DATE".
003140     05  FILLER                      PIC X(04)      VALUE "TP".
003150     05  FILLER                      PIC X(14)      VALUE "OP".
003160     05  FILLER                      PIC X(30)      VALUE
003170         "RESULT".
003180
003190 01  WS-POSTING-LINE.
003200     05  WS-PL-SERIAL                PIC 9(09).
003210     05  FILLER                      PIC X(02)      VALUE SPACES.
003220     05  WS-PL-DATE                  PIC 9999/99/99.
003230     05  FILLER                      PIC X(02)      VALUE SPACES.
003240     05  WS-PL-TYPE                  PIC X(01).
003250     05  FILLER                      PIC X(03)      VALUE SPACES.
003260     05  WS-PL-OPERATION             PIC X(01).
003270     05  FILLER                      PIC X(03)      VALUE SPACES.
003280     05  WS-PL-RESULT                PIC -ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER                      PIC X(24)      VALUE SPACES.
003300
003310 01  WS-P2-HEADING.
003320     05  FILLER                      PIC X(10)      VALUE
003330         "HELD IN".
003340     05  FILLER                      PIC X(11)      VALUE
003350         "SERIAL".
003360     05  FILLER                      PIC X(11)      VALUE "DATE".
003370     05  FILLER                      PIC X(12)      VALUE "OP".
003380     05  FILLER                      PIC X(13)      VALUE
003390         "FIRST".
003400     05  FILLER                      PIC X(08)      VALUE
003410         "SECOND".
003420     05  FILLER                      PIC X(05)      VALUE "RC".
003430
003440 01  WS-ITEM-LINE.
003450     05  WS-IL-SOURCE                PIC X(08).
003460     05  FILLER                      PIC X(02)      VALUE SPACES.
003470     05  WS-IL-SERIAL                PIC 9(09).
003480     05  FILLER                      PIC X(02)      VALUE SPACES.
003490     05  WS-IL-DATE                  PIC 9999/99/99.
003500     05  FILLER                      PIC X(02)      VALUE SPACES.
003510     05  WS-IL-OPERATION             PIC X(01).
003520     05  FILLER                      PIC X(02)      VALUE SPACES.
003530     05  WS-IL-FIRST-NUMBER          PIC -ZZZZZZZZ9.99.
003540     05  FILLER                      PIC X(01)      VALUE SPACES.
003550     05  WS-IL-SECOND-NUMBER         PIC -ZZZZZZZZ9.99.
003560     05  FILLER                      PIC X(02)      VALUE SPACES.
003570     05  WS-IL-REASON                PIC X(02).
003580     05  FILLER                      PIC X(03)      VALUE SPACES.
003590
003600*----------------------------------------------------------------
003610* SCREEN SECTION WORK FIELDS - SEE 1460-SIGNON-ATTEMPT,
003620* 2000-ACCOUNT-SCREEN AND 4000-BROWSE-ACCOUNT.
003630*----------------------------------------------------------------
003640 77  WS-SCREEN-SIGNON-ID             PIC X(08)      VALUE SPACES.
003650 77  WS-SCREEN-PASSWORD              PIC X(08)      VALUE SPACES.
003660 77  WS-SCREEN-SIGNON-MSG            PIC X(40)      VALUE SPACES.
003670 77  WS-SCREEN-ACCOUNT               PIC X(10)      VALUE SPACES.
003680 77  WS-SCREEN-NAME                  PIC X(30)      VALUE SPACES.
003690 77  WS-SCREEN-STATUS                PIC X(01)      VALUE SPACE.
003700 77  WS-SCREEN-STATUS-TEXT           PIC X(20)      VALUE SPACES.
003710 77  WS-SCREEN-OPEN-DATE             PIC 9(08)      VALUE ZERO.
003720 77  WS-SCREEN-BALANCE               PIC S9(13)V99  VALUE ZERO.
003730 77  WS-SCREEN-BALANCE-NOTE          PIC X(20)      VALUE SPACES.
003740 77  WS-SCREEN-LAST-DATE             PIC 9(08)      VALUE ZERO.
003750 77  WS-SCREEN-ACTIVITY              PIC 9(07)      VALUE ZERO.
003760 77  WS-SCREEN-POSTED-COUNT          PIC 9(07)      VALUE ZERO.
003770 77  WS-SCREEN-SUSP-COUNT            PIC 9(07)      VALUE ZERO.
003780 77  WS-SCREEN-PEND-COUNT            PIC 9(07)      VALUE ZERO.
003790 77  WS-SCREEN-ACTION                PIC X(01)      VALUE SPACE.
003800 77  WS-SCREEN-MESSAGE               PIC X(40)      VALUE SPACES.
003810
003820 SCREEN SECTION.
003830 01  WS-SIGNON-SCREEN.
003840     05  BLANK SCREEN.
003850     05  LINE 01 COLUMN 01 VALUE
003860         "CALCINQ - ACCOUNT INQUIRY SIGN-ON".
003870     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID ........: ".
003880     05  LINE 03 COLUMN 23 PIC X(08) USING WS-SCREEN-SIGNON-ID.
003890     05  LINE 04 COLUMN 01 VALUE "PASSWORD ...........: ".
003900     05  LINE 04 COLUMN 23 PIC X(08)
003910         USING WS-SCREEN-PASSWORD SECURE.
003920     05  LINE 06 COLUMN 01 PIC X(40) FROM WS-SCREEN-SIGNON-MSG.
003930
003940 01  WS-ACCOUNT-SCREEN.
003950     05  BLANK SCREEN.
003960     05  LINE 01 COLUMN 01 VALUE
003970         "CALCINQ - ACCOUNT INQUIRY".
003980     05  LINE 01 COLUMN 50 VALUE "OPERATOR: ".
003990     05  LINE 01 COLUMN 60 PIC X(08) FROM WS-OPERATOR-ID.
004000     05  LINE 03 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
004010     05  LINE 03 COLUMN 23 PIC X(10) USING WS-SCREEN-ACCOUNT.
004020     05  LINE 05 COLUMN 01 VALUE
004030         "ACTION (I=INQUIRE X=EXIT): ".
004040     05  LINE 05 COLUMN 28 PIC X(01) USING WS-SCREEN-ACTION.
004050     05  LINE 07 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
004060
004070 01  WS-PAGE1-SCREEN.
004080     05  BLANK SCREEN.
004090     05  LINE 01 COLUMN 01 VALUE
004100         "CALCINQ - ACCOUNT INQUIRY - PAGE 1 OF 2".
004110     05  LINE 01 COLUMN 50 VALUE "OPERATOR: ".
004120     05  LINE 01 COLUMN 60 PIC X(08) FROM WS-OPERATOR-ID.
004130     05  LINE 03 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
004140     05  LINE 03 COLUMN 23 PIC X(10) FROM WS-LOOKUP-ACCOUNT.
004150     05  LINE 03 COLUMN 40 VALUE "STATUS: ".
004160     05  LINE 03 COLUMN 48 PIC X(01) FROM WS-SCREEN-STATUS.
004170     05  LINE 03 COLUMN 50 PIC X(20) FROM WS-SCREEN-STATUS-TEXT.
004180     05  LINE 04 COLUMN 01 VALUE "ACCOUNT NAME .......: ".
004190     05  LINE 04 COLUMN 23 PIC X(30) FROM WS-SCREEN-NAME.
004200     05  LINE 05 COLUMN 01 VALUE "OPENED .............: ".
004210     05  LINE 05 COLUMN 23 PIC 9999/99/99
004220         FROM WS-SCREEN-OPEN-DATE.
004230     05  LINE 05 COLUMN 40 VALUE "LAST ACTIVITY: ".
004240     05  LINE 05 COLUMN 55 PIC 9999/99/99
004250         FROM WS-SCREEN-LAST-DATE.
004260     05  LINE 06 COLUMN 01 VALUE "CURRENT BALANCE ....: ".
004270     05  LINE 06 COLUMN 23 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
004280         FROM WS-SCREEN-BALANCE.
004290     05  LINE 06 COLUMN 50 PIC X(20) FROM WS-SCREEN-BALANCE-NOTE.
004300     05  LINE 07 COLUMN 01 VALUE "ACTIVITY COUNT .....: ".
004310     05  LINE 07 COLUMN 23 PIC Z,ZZZ,ZZ9 FROM WS-SCREEN-ACTIVITY.
004320     05  LINE 09 COLUMN 01 VALUE
004330         "RECENT POSTED TRANSACTIONS, LATEST FIRST - FOUND: ".
004340     05  LINE 09 COLUMN 51 PIC Z,ZZZ,ZZ9
004350         FROM WS-SCREEN-POSTED-COUNT.
004360     05  LINE 10 COLUMN 01 PIC X(70) FROM WS-P1-HEADING.
004370     05  LINE 11 COLUMN 01 PIC X(70) FROM WS-P1-LINE-01.
004380     05  LINE 12 COLUMN 01 PIC X(70) FROM WS-P1-LINE-02.
004390     05  LINE 13 COLUMN 01 PIC X(70) FROM WS-P1-LINE-03.
004400     05  LINE 14 COLUMN 01 PIC X(70) FROM WS-P1-LINE-04.
004410     05  LINE 15 COLUMN 01 PIC X(70) FROM WS-P1-LINE-05.
004420     05  LINE 16 COLUMN 01 PIC X(70) FROM WS-P1-LINE-06.
004430     05  LINE 17 COLUMN 01 PIC X(70) FROM WS-P1-LINE-07.
004440     05  LINE 18 COLUMN 01 PIC X(70) FROM WS-P1-LINE-08.
004450     05  LINE 19 COLUMN 01 PIC X(70) FROM WS-P1-LINE-09.
004460     05  LINE 20 COLUMN 01 PIC X(70) FROM WS-P1-LINE-10.
004470     05  LINE 22 COLUMN 01 VALUE
004480         "ACTION (N=NEXT PAGE A=ANOTHER ACCOUNT X=EXIT): ".
004490     05  LINE 22 COLUMN 48 PIC X(01) USING WS-SCREEN-ACTION.
004500     05  LINE 24 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
004510
004520 01  WS-PAGE2-SCREEN.
004530     05  BLANK SCREEN.
004540     05  LINE 01 COLUMN 01 VALUE
004550         "CALCINQ - ACCOUNT INQUIRY - PAGE 2 OF 2".
004560     05  LINE 01 COLUMN 50 VALUE "OPERATOR: ".
004570     05  LINE 01 COLUMN 60 PIC X(08) FROM WS-OPERATOR-ID.
004580     05  LINE 03 COLUMN 01 VALUE "ACCOUNT NUMBER .....: ".
004590     05  LINE 03 COLUMN 23 PIC X(10) FROM WS-LOOKUP-ACCOUNT.
004600     05  LINE 04 COLUMN 01 VALUE "ACCOUNT NAME .......: ".
004610     05  LINE 04 COLUMN 23 PIC X(30) FROM WS-SCREEN-NAME.
004620     05  LINE 06 COLUMN 01 VALUE "IN SUSPENSE ........: ".
004630     05  LINE 06 COLUMN 23 PIC Z,ZZZ,ZZ9
004640         FROM WS-SCREEN-SUSP-COUNT.
004650     05  LINE 06 COLUMN 40 VALUE "PENDING: ".
004660     05  LINE 06 COLUMN 49 PIC Z,ZZZ,ZZ9
004670         FROM WS-SCREEN-PEND-COUNT.
004680     05  LINE 08 COLUMN 01 VALUE
004690         "DATE IS FIRST SEEN (SUSPENSE) OR EFFECTIVE (PENDING)".
004700     05  LINE 10 COLUMN 01 PIC X(70) FROM WS-P2-HEADING.
004710     05  LINE 11 COLUMN 01 PIC X(70) FROM WS-P2-LINE-01.
004720     05  LINE 12 COLUMN 01 PIC X(70) FROM WS-P2-LINE-02.
004730     05  LINE 13 COLUMN 01 PIC X(70) FROM WS-P2-LINE-03.
004740     05  LINE 14 COLUMN 01 PIC X(70) FROM WS-P2-LINE-04.
004750     05  LINE 15 COLUMN 01 PIC X(70) FROM WS-P2-LINE-05.
004760     05  LINE 16 COLUMN 01 PIC X(70) FROM WS-P2-LINE-06.
004770     05  LINE 17 COLUMN 01 PIC X(70) FROM WS-P2-LINE-07.
004780     05  LINE 18 COLUMN 01 PIC X(70) FROM WS-P2-LINE-08.
004790     05  LINE 19 COLUMN 01 PIC X(70) FROM WS-P2-LINE-09.
004800     05  LINE 20 COLUMN 01 PIC X(70) FROM WS-P2-LINE-10.
004810     05  LINE 22 COLUMN 01 VALUE
004820         "ACTION (P=PREVIOUS PAGE A=ANOTHER ACCOUNT X=EXIT): ".
004830     05  LINE 22 COLUMN 52 PIC X(01) USING WS-SCREEN-ACTION.
004840     05  LINE 24 COLUMN 01 PIC X(40) FROM WS-SCREEN-MESSAGE.
004850
004860 PROCEDURE DIVISION.
004870******************************************************************
004880* 0000-MAINLINE
004890*   SIGN THE OPERATOR ON, THEN ANSWER ACCOUNT LOOKUPS UNTIL THE
004900*   OPERATOR EXITS.  NOTHING IS EVER WRITTEN BUT THE LOG.
004910******************************************************************
004920 0000-MAINLINE.
004930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004940     PERFORM 1450-SIGN-ON THRU 1450-EXIT.
004950     IF OPERATOR-SIGNED-ON
004960         MOVE "N" TO WS-SESSION-DONE-SWITCH
004970         MOVE SPACES TO WS-SCREEN-MESSAGE
004980         PERFORM 2000-ACCOUNT-SCREEN THRU 2000-EXIT
004990             UNTIL SESSION-IS-DONE
005000     ELSE
005010         DISPLAY "CALCINQ - SIGN-ON FAILED - NO INQUIRY ALLOWED"
005020         MOVE 12 TO WS-RETURN-CODE
005030     END-IF.
005040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005050     GO TO 9999-EXIT.
005060
005070******************************************************************
005080* 1000-INITIALIZE
005090*   LOAD THE OPERATOR MASTER AND OPEN THE BALANCE MASTER AND THE
005100*   LOG.  THE SEQUENTIAL SOURCES ARE OPENED FOR EACH LOOKUP.
005110******************************************************************
005120 1000-INITIALIZE.
005130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005140     PERFORM 1125-LOAD-OPERATORS THRU 1125-EXIT.
005150     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180
005190 1100-OPEN-FILES.
005200     OPEN INPUT BALANCE-FILE.
005210     IF WS-BALANCE-STATUS NOT = "00"
005220         DISPLAY "CALCINQ - OPEN ERROR ON BALANCE-FILE - STATUS "
005230             WS-BALANCE-STATUS
005240         MOVE 16 TO WS-RETURN-CODE
005250         GO TO 9900-ABEND
005260     END-IF.
005270
005280     OPEN EXTEND INQ-LOG-FILE.
005290     IF WS-INQ-LOG-STATUS NOT = "00"
005300         DISPLAY "CALCINQ - OPEN ERROR ON INQ-LOG-FILE - STATUS "
005310             WS-INQ-LOG-STATUS
005320         MOVE 16 TO WS-RETURN-CODE
005330         GO TO 9900-ABEND
005340     END-IF.
005350 1100-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390* 1125-LOAD-OPERATORS / 1126-LOAD-ONE-OPERATOR
005400*   NO OPERATOR MASTER, NO SIGN-ON, NO INQUIRY.
005410******************************************************************
005420 1125-LOAD-OPERATORS.
005430     OPEN INPUT OPERATOR-FILE.
005440     IF WS-OPERATOR-STATUS NOT = "00"
005450         DISPLAY "CALCINQ - OPEN ERROR ON OPERATOR-FILE - "
005460             "STATUS " WS-OPERATOR-STATUS
005470         MOVE 16 TO WS-RETURN-CODE
005480         GO TO 9900-ABEND
005490     END-IF.
005500     MOVE "N" TO WS-OPERATOR-EOF-SWITCH.
005510     PERFORM 1126-LOAD-ONE-OPERATOR THRU 1126-EXIT
005520         UNTIL OPERATOR-END-OF-FILE.
005530     CLOSE OPERATOR-FILE.
005540     IF WS-OPM-USED = ZERO
005550         DISPLAY "CALCINQ - OPERATOR MASTER IS EMPTY"
005560         MOVE 16 TO WS-RETURN-CODE
005570         GO TO 9900-ABEND
005580     END-IF.
005590 1125-EXIT.
005600     EXIT.
005610
005620 1126-LOAD-ONE-OPERATOR.
005630     READ OPERATOR-FILE
005640         AT END
005650             SET OPERATOR-END-OF-FILE TO TRUE
005660             GO TO 1126-EXIT
005670     END-READ.
005680     IF WS-OPM-USED >= WS-OPM-MAX
005690         DISPLAY "CALCINQ - OPERATOR TABLE FULL"
005700         MOVE 16 TO WS-RETURN-CODE
005710         GO TO 9900-ABEND
005720     END-IF.
005730     ADD 1 TO WS-OPM-USED.
005740     MOVE OP-OPERATOR-ID TO WS-OPM-ID (WS-OPM-USED).
005750     MOVE OP-PASSWORD TO WS-OPM-PASSWORD (WS-OPM-USED).
005760 1126-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 1450-SIGN-ON / 1460-SIGNON-ATTEMPT
005810*   OPERATOR-ID AND PASSWORD AGAINST THE OPERATOR MASTER, THREE
005820*   ATTEMPTS.
005830******************************************************************
005840 1450-SIGN-ON.
005850     MOVE "N" TO WS-SIGNON-SWITCH.
005860     MOVE ZERO TO WS-SIGNON-ATTEMPTS.
005870     MOVE SPACES TO WS-SCREEN-SIGNON-MSG.
005880     PERFORM 1460-SIGNON-ATTEMPT THRU 1460-EXIT
005890         UNTIL OPERATOR-SIGNED-ON
005900            OR WS-SIGNON-ATTEMPTS >= WS-SIGNON-LIMIT.
005910 1450-EXIT.
005920     EXIT.
005930
005940 1460-SIGNON-ATTEMPT.
005950     MOVE SPACES TO WS-SCREEN-SIGNON-ID.
005960     MOVE SPACES TO WS-SCREEN-PASSWORD.
005970     DISPLAY WS-SIGNON-SCREEN.
005980     ACCEPT WS-SIGNON-SCREEN.
005990     PERFORM 1465-FIND-OPERATOR THRU 1465-EXIT.
006000     IF WS-OPM-FOUND-SUB > ZERO
006010        AND WS-SCREEN-PASSWORD NOT = SPACES
006020        AND WS-SCREEN-PASSWORD =
006030            WS-OPM-PASSWORD (WS-OPM-FOUND-SUB)
006040         MOVE "Y" TO WS-SIGNON-SWITCH
006050         MOVE WS-SCREEN-SIGNON-ID TO WS-OPERATOR-ID
006060     ELSE
006070         ADD 1 TO WS-SIGNON-ATTEMPTS
006080         MOVE "INVALID OPERATOR OR PASSWORD"
006090             TO WS-SCREEN-SIGNON-MSG
006100     END-IF.
006110 1460-EXIT.
006120     EXIT.
006130
006140 1465-FIND-OPERATOR.
006150     MOVE ZERO TO WS-OPM-FOUND-SUB.
006160     PERFORM 1466-SCAN-ONE-OPERATOR THRU 1466-EXIT
006170         VARYING WS-OPM-SUB FROM 1 BY 1
006180         UNTIL WS-OPM-SUB > WS-OPM-USED
006190            OR WS-OPM-FOUND-SUB > ZERO.
006200 1465-EXIT.
006210     EXIT.
006220
006230 1466-SCAN-ONE-OPERATOR.
006240     IF WS-OPM-ID (WS-OPM-SUB) = WS-SCREEN-SIGNON-ID
006250         MOVE WS-OPM-SUB TO WS-OPM-FOUND-SUB
006260     END-IF.
006270 1466-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310* 2000-ACCOUNT-SCREEN
006320*   ONE DISPLAY/ACCEPT OF THE ACCOUNT PROMPT.  I LOOKS THE
006330*   ACCOUNT UP AND, WHEN IT IS KNOWN, BROWSES ITS TWO PAGES;
006340*   X ENDS THE SESSION.
006350******************************************************************
006360 2000-ACCOUNT-SCREEN.
006370     MOVE SPACE TO WS-SCREEN-ACTION.
006380     DISPLAY WS-ACCOUNT-SCREEN.
006390     ACCEPT WS-ACCOUNT-SCREEN.
006400     MOVE SPACES TO WS-SCREEN-MESSAGE.
006410     EVALUATE TRUE
006420         WHEN WS-SCREEN-ACTION = "I" OR WS-SCREEN-ACTION = "i"
006430             PERFORM 2100-INQUIRE THRU 2100-EXIT
006440         WHEN WS-SCREEN-ACTION = "X" OR WS-SCREEN-ACTION = "x"
006450             MOVE "Y" TO WS-SESSION-DONE-SWITCH
006460         WHEN OTHER
006470             MOVE "ENTER ACTION I OR X" TO WS-SCREEN-MESSAGE
006480     END-EVALUATE.
006490 2000-EXIT.
006500     EXIT.
006510
006520 2100-INQUIRE.
006530     IF WS-SCREEN-ACCOUNT = SPACES
006540         MOVE "ACCOUNT NUMBER REQUIRED" TO WS-SCREEN-MESSAGE
006550         GO TO 2100-EXIT
006560     END-IF.
006570     MOVE WS-SCREEN-ACCOUNT TO WS-LOOKUP-ACCOUNT.
006580     PERFORM 3000-LOOKUP-ACCOUNT THRU 3000-EXIT.
006590     IF ACCOUNT-ON-ACCT-MASTER OR ACCOUNT-ON-BALANCE-MASTER
006600         MOVE 1 TO WS-PAGE-NUMBER
006610         MOVE "N" TO WS-BROWSE-DONE-SWITCH
006620         PERFORM 4000-BROWSE-ACCOUNT THRU 4000-EXIT
006630             UNTIL BROWSE-IS-DONE
006640     ELSE
006650         MOVE "ACCOUNT NOT FOUND" TO WS-SCREEN-MESSAGE
006660     END-IF.
006670 2100-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 3000-LOOKUP-ACCOUNT
006720*   GATHER EVERYTHING THE TWO PAGES SHOW FOR WS-LOOKUP-ACCOUNT
006730*   AND LOG THE LOOKUP.  AN ACCOUNT ON NEITHER MASTER IS LOGGED
006740*   AS NOT FOUND AND GOES NO FURTHER.
006750******************************************************************
006760 3000-LOOKUP-ACCOUNT.
006770     ADD 1 TO WS-LOOKUP-COUNT.
006780     PERFORM 3050-CLEAR-PAGES THRU 3050-EXIT.
006790     PERFORM 3100-FIND-ACCOUNT THRU 3100-EXIT.
006800     PERFORM 3200-READ-BALANCE THRU 3200-EXIT.
006810     IF NOT ACCOUNT-ON-ACCT-MASTER
006820        AND NOT ACCOUNT-ON-BALANCE-MASTER
006830         ADD 1 TO WS-NOT-FOUND-COUNT
006840         MOVE "N" TO IL-FOUND-FLAG
006850         PERFORM 3900-LOG-LOOKUP THRU 3900-EXIT
006860         GO TO 3000-EXIT
006870     END-IF.
006880     PERFORM 3300-GATHER-POSTINGS THRU 3300-EXIT.
006890     PERFORM 3400-GATHER-SUSPENSE THRU 3400-EXIT.
006900     PERFORM 3500-GATHER-PENDING THRU 3500-EXIT.
006910     PERFORM 3600-BUILD-POSTING-LINES THRU 3600-EXIT.
006920     MOVE WS-POSTED-FOUND-COUNT TO WS-SCREEN-POSTED-COUNT.
006930     MOVE WS-SUSP-FOUND-COUNT TO WS-SCREEN-SUSP-COUNT.
006940     MOVE WS-PEND-FOUND-COUNT TO WS-SCREEN-PEND-COUNT.
006950     MOVE "Y" TO IL-FOUND-FLAG.
006960     PERFORM 3900-LOG-LOOKUP THRU 3900-EXIT.
006970 3000-EXIT.
006980     EXIT.
006990
007000 3050-CLEAR-PAGES.
007010     MOVE "N" TO WS-ON-ACCT-SWITCH.
007020     MOVE "N" TO WS-ON-BALANCE-SWITCH.
007030     MOVE SPACES TO WS-SCREEN-NAME.
007040     MOVE SPACE TO WS-SCREEN-STATUS.
007050     MOVE SPACES TO WS-SCREEN-STATUS-TEXT.
007060     MOVE ZERO TO WS-SCREEN-OPEN-DATE.
007070     MOVE ZERO TO WS-SCREEN-BALANCE.
007080     MOVE SPACES TO WS-SCREEN-BALANCE-NOTE.
007090     MOVE ZERO TO WS-SCREEN-LAST-DATE.
007100     MOVE ZERO TO WS-SCREEN-ACTIVITY.
007110     MOVE ZERO TO WS-SCREEN-POSTED-COUNT.
007120     MOVE ZERO TO WS-SCREEN-SUSP-COUNT.
007130     MOVE ZERO TO WS-SCREEN-PEND-COUNT.
007140     MOVE ZERO TO WS-POSTED-FOUND-COUNT.
007150     MOVE ZERO TO WS-SUSP-FOUND-COUNT.
007160     MOVE ZERO TO WS-PEND-FOUND-COUNT.
007170     MOVE ZERO TO WS-PST-USED.
007180     MOVE ZERO TO WS-P2-USED.
007190     MOVE SPACES TO WS-P1-LINES.
007200     MOVE SPACES TO WS-P2-LINES.
007210 3050-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 3100-FIND-ACCOUNT / 3110-SCAN-ONE-ACCOUNT
007260*   THE REFERENCE MASTER IS SMALL AND IN NO GUARANTEED ORDER, SO
007270*   IT IS READ THROUGH UNTIL THE ACCOUNT TURNS UP.
007280******************************************************************
007290 3100-FIND-ACCOUNT.
007300     OPEN INPUT ACCT-FILE.
007310     IF WS-ACCT-STATUS NOT = "00"
007320         DISPLAY "CALCINQ - OPEN ERROR ON ACCT-FILE - STATUS "
007330             WS-ACCT-STATUS
007340         MOVE 16 TO WS-RETURN-CODE
007350         GO TO 9900-ABEND
007360     END-IF.
007370     MOVE "N" TO WS-EOF-SWITCH.
007380     PERFORM 3110-SCAN-ONE-ACCOUNT THRU 3110-EXIT
007390         UNTIL END-OF-FILE
007400            OR ACCOUNT-ON-ACCT-MASTER.
007410     CLOSE ACCT-FILE.
007420 3100-EXIT.
007430     EXIT.
007440
007450 3110-SCAN-ONE-ACCOUNT.
007460     READ ACCT-FILE
007470         AT END
007480             SET END-OF-FILE TO TRUE
007490             GO TO 3110-EXIT
007500     END-READ.
007510     IF AM-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
007520         GO TO 3110-EXIT
007530     END-IF.
007540     MOVE "Y" TO WS-ON-ACCT-SWITCH.
007550     MOVE AM-ACCOUNT-NAME TO WS-SCREEN-NAME.
007560     MOVE AM-STATUS TO WS-SCREEN-STATUS.
007570     EVALUATE TRUE
007580         WHEN AM-STATUS-OPEN
007590             MOVE "OPEN" TO WS-SCREEN-STATUS-TEXT
007600         WHEN AM-STATUS-CLOSED
007610             MOVE "CLOSED" TO WS-SCREEN-STATUS-TEXT
007620         WHEN AM-STATUS-FROZEN
007630             MOVE "FROZEN" TO WS-SCREEN-STATUS-TEXT
007640         WHEN OTHER
007650             MOVE "UNKNOWN STATUS" TO WS-SCREEN-STATUS-TEXT
007660     END-EVALUATE.
007670     IF AM-OPEN-DATE NUMERIC
007680         MOVE AM-OPEN-DATE TO WS-SCREEN-OPEN-DATE
007690     END-IF.
007700 3110-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 3200-READ-BALANCE
007750*   KEYED READ OF THE BALANCE MASTER.  AN ACCOUNT THAT HAS NEVER
007760*   POSTED HAS NO BALANCE RECORD YET - SAY SO RATHER THAN SHOW
007770*   A ZERO THAT LOOKS LIKE A REAL BALANCE.
007780******************************************************************
007790 3200-READ-BALANCE.
007800     MOVE WS-LOOKUP-ACCOUNT TO BM-ACCOUNT-NUMBER.
007810     READ BALANCE-FILE
007820         INVALID KEY
007830             MOVE "NO BALANCE RECORD" TO WS-SCREEN-BALANCE-NOTE
007840             GO TO 3200-EXIT
007850     END-READ.
007860     IF WS-BALANCE-STATUS NOT = "00"
007870         DISPLAY "CALCINQ - READ ERROR ON BALANCE-FILE - STATUS "
007880             WS-BALANCE-STATUS
007890         MOVE 16 TO WS-RETURN-CODE
007900         GO TO 9900-ABEND
007910     END-IF.
007920     MOVE "Y" TO WS-ON-BALANCE-SWITCH.
007930     MOVE BM-CURRENT-BALANCE TO WS-SCREEN-BALANCE.
007940     IF BM-LAST-ACTIVITY-DATE NUMERIC
007950         MOVE BM-LAST-ACTIVITY-DATE TO WS-SCREEN-LAST-DATE
007960     END-IF.
007970     MOVE BM-ACTIVITY-COUNT TO WS-SCREEN-ACTIVITY.
007980     IF NOT ACCOUNT-ON-ACCT-MASTER
007990         MOVE "NOT ON ACCOUNT MASTER" TO WS-SCREEN-STATUS-TEXT
008000     END-IF.
008010 3200-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050* 3300-GATHER-POSTINGS / 3310-SCAN-ONE-POSTING / 3320-KEEP-RECENT
008060*   EVERY POSTED DETAIL OR REVERSAL FOR THE ACCOUNT IS COUNTED;
008070*   THE TEN MOST RECENT ARE KEPT FOR THE PAGE.  A RECORD CALCPOST
008073*   PASSED THROUGH UNPOSTED (NO FLAG P) NEVER REACHED THE MASTER
008076*   AND IS SKIPPED, AS CALCSTMT AND CALCTBAL DO.
008080******************************************************************
008090 3300-GATHER-POSTINGS.
008100     OPEN INPUT POSTED-FILE.
008110     IF WS-POSTED-STATUS NOT = "00"
008120         DISPLAY "CALCINQ - OPEN ERROR ON POSTED-FILE - STATUS "
008130             WS-POSTED-STATUS
008140         MOVE 16 TO WS-RETURN-CODE
008150         GO TO 9900-ABEND
008160     END-IF.
008170     MOVE "N" TO WS-EOF-SWITCH.
008180     PERFORM 3310-SCAN-ONE-POSTING THRU 3310-EXIT
008190         UNTIL END-OF-FILE.
008200     CLOSE POSTED-FILE.
008210 3300-EXIT.
008220     EXIT.
008230
008240 3310-SCAN-ONE-POSTING.
008250     READ POSTED-FILE INTO WS-CALC-RECORD
008260         AT END
008270             SET END-OF-FILE TO TRUE
008280             GO TO 3310-EXIT
008290     END-READ.
008300     IF (NOT CR-DETAIL-RECORD AND NOT CR-REVERSAL-RECORD)
008305        OR NOT CR-POSTED
008310         GO TO 3310-EXIT
008320     END-IF.
008330     IF CR-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
008340         GO TO 3310-EXIT
008350     END-IF.
008360     ADD 1 TO WS-POSTED-FOUND-COUNT.
008370     IF CR-SERIAL-NUMBER NUMERIC
008380         MOVE CR-SERIAL-NUMBER TO WS-NEW-SERIAL
008390     ELSE
008400         MOVE ZERO TO WS-NEW-SERIAL
008410     END-IF.
008420     IF CR-EFFECTIVE-DATE NUMERIC
008430         MOVE CR-EFFECTIVE-DATE TO WS-NEW-DATE
008440     ELSE
008450         MOVE ZERO TO WS-NEW-DATE
008460     END-IF.
008470     MOVE CR-RECORD-TYPE TO WS-NEW-TYPE.
008480     MOVE CR-OPERATION-CODE TO WS-NEW-OPERATION.
008490     MOVE CR-RESULT TO WS-NEW-RESULT.
008500     PERFORM 3320-KEEP-RECENT THRU 3320-EXIT.
008510 3310-EXIT.
008520     EXIT.
008530
008540 3320-KEEP-RECENT.
008550     MOVE ZERO TO WS-PST-POS.
008560     PERFORM 3330-FIND-SLOT THRU 3330-EXIT
008570         VARYING WS-PST-SUB FROM 1 BY 1
008580         UNTIL WS-PST-SUB > WS-PST-USED
008590            OR WS-PST-POS > ZERO.
008600     IF WS-PST-POS = ZERO
008610         COMPUTE WS-PST-POS = WS-PST-USED + 1
008620     END-IF.
008630     IF WS-PST-POS > WS-PST-MAX
008640         GO TO 3320-EXIT
008650     END-IF.
008660     IF WS-PST-USED < WS-PST-MAX
008670         ADD 1 TO WS-PST-USED
008680     END-IF.
008690     PERFORM 3340-SHIFT-ONE THRU 3340-EXIT
008700         VARYING WS-PST-SUB FROM WS-PST-USED BY -1
008710         UNTIL WS-PST-SUB <= WS-PST-POS.
008720     MOVE WS-NEW-POSTING TO WS-PST-ENTRY (WS-PST-POS).
008730 3320-EXIT.
008740     EXIT.
008750
008760 3330-FIND-SLOT.
008770     IF WS-PST-DATE (WS-PST-SUB) <= WS-NEW-DATE
008780         MOVE WS-PST-SUB TO WS-PST-POS
008790     END-IF.
008800 3330-EXIT.
008810     EXIT.
008820
008830 3340-SHIFT-ONE.
008840     MOVE WS-PST-ENTRY (WS-PST-SUB - 1)
008850         TO WS-PST-ENTRY (WS-PST-SUB).
008860 3340-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 3400-GATHER-SUSPENSE / 3410-SCAN-ONE-SUSPENSE
008910*   ITEMS STILL CARRIED ON THE AGING MASTER.  NO MASTER YET
008920*   MEANS NOTHING HAS EVER BEEN AGED - NOTHING TO SHOW.
008930******************************************************************
008940 3400-GATHER-SUSPENSE.
008950     OPEN INPUT SAGE-IN-FILE.
008960     IF WS-SAGE-IN-STATUS = "35"
008970         GO TO 3400-EXIT
008980     END-IF.
008990     IF WS-SAGE-IN-STATUS NOT = "00"
009000         DISPLAY "CALCINQ - OPEN ERROR ON SAGE-IN-FILE - STATUS "
009010             WS-SAGE-IN-STATUS
009020         MOVE 16 TO WS-RETURN-CODE
009030         GO TO 9900-ABEND
009040     END-IF.
009050     MOVE "N" TO WS-EOF-SWITCH.
009060     PERFORM 3410-SCAN-ONE-SUSPENSE THRU 3410-EXIT
009070         UNTIL END-OF-FILE.
009080     CLOSE SAGE-IN-FILE.
009090 3400-EXIT.
009100     EXIT.
009110
009120 3410-SCAN-ONE-SUSPENSE.
009130     READ SAGE-IN-FILE INTO WS-MASTER-RECORD
009140         AT END
009150             SET END-OF-FILE TO TRUE
009160             GO TO 3410-EXIT
009170     END-READ.
009180     MOVE SU-TRANS-DATA OF SM-SUSPENSE-DATA TO WS-CALC-RECORD.
009190     IF CR-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
009200         GO TO 3410-EXIT
009210     END-IF.
009220     ADD 1 TO WS-SUSP-FOUND-COUNT.
009230     MOVE "SUSPENSE" TO WS-IL-SOURCE.
009240     IF SM-FIRST-DATE NUMERIC
009250         MOVE SM-FIRST-DATE TO WS-IL-DATE
009260     ELSE
009270         MOVE ZERO TO WS-IL-DATE
009280     END-IF.
009290     MOVE SU-REASON-CODE OF SM-SUSPENSE-DATA TO WS-IL-REASON.
009300     PERFORM 3700-ADD-ITEM-LINE THRU 3700-EXIT.
009310 3410-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350* 3500-GATHER-PENDING / 3510-SCAN-ONE-PENDING
009360*   FUTURE-DATED ITEMS HELD IN ANY STREAM'S WAREHOUSE.
009370******************************************************************
009380 3500-GATHER-PENDING.
009390     OPEN INPUT PENDING-FILE.
009400     IF WS-PENDING-STATUS = "35"
009410         GO TO 3500-EXIT
009420     END-IF.
009430     IF WS-PENDING-STATUS NOT = "00"
009440         DISPLAY "CALCINQ - OPEN ERROR ON PENDING-FILE - STATUS "
009450             WS-PENDING-STATUS
009460         MOVE 16 TO WS-RETURN-CODE
009470         GO TO 9900-ABEND
009480     END-IF.
009490     MOVE "N" TO WS-EOF-SWITCH.
009500     PERFORM 3510-SCAN-ONE-PENDING THRU 3510-EXIT
009510         UNTIL END-OF-FILE.
009520     CLOSE PENDING-FILE.
009530 3500-EXIT.
009540     EXIT.
009550
009560 3510-SCAN-ONE-PENDING.
009570     READ PENDING-FILE INTO WS-CALC-RECORD
009580         AT END
009590             SET END-OF-FILE TO TRUE
009600             GO TO 3510-EXIT
009610     END-READ.
009620     IF NOT CR-DETAIL-RECORD AND NOT CR-REVERSAL-RECORD
009630         GO TO 3510-EXIT
009640     END-IF.
009650     IF CR-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
009660         GO TO 3510-EXIT
009670     END-IF.
009680     ADD 1 TO WS-PEND-FOUND-COUNT.
009690     MOVE "PENDING" TO WS-IL-SOURCE.
009700     IF CR-EFFECTIVE-DATE NUMERIC
009710         MOVE CR-EFFECTIVE-DATE TO WS-IL-DATE
009720     ELSE
009730         MOVE ZERO TO WS-IL-DATE
009740     END-IF.
009750     MOVE SPACES TO WS-IL-REASON.
009760     PERFORM 3700-ADD-ITEM-LINE THRU 3700-EXIT.
009770 3510-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810* 3600-BUILD-POSTING-LINES / 3610-BUILD-ONE-POSTING
009820*   FORMAT THE KEPT POSTINGS FOR PAGE 1.
009830******************************************************************
009840 3600-BUILD-POSTING-LINES.
009850     PERFORM 3610-BUILD-ONE-POSTING THRU 3610-EXIT
009860         VARYING WS-PST-SUB FROM 1 BY 1
009870         UNTIL WS-PST-SUB > WS-PST-USED.
009880 3600-EXIT.
009890     EXIT.
009900
009910 3610-BUILD-ONE-POSTING.
009920     MOVE WS-PST-SERIAL (WS-PST-SUB) TO WS-PL-SERIAL.
009930     MOVE WS-PST-DATE (WS-PST-SUB) TO WS-PL-DATE.
009940     MOVE WS-PST-TYPE (WS-PST-SUB) TO WS-PL-TYPE.
009950     MOVE WS-PST-OPERATION (WS-PST-SUB) TO WS-PL-OPERATION.
009960     MOVE WS-PST-RESULT (WS-PST-SUB) TO WS-PL-RESULT.
009970     MOVE WS-POSTING-LINE TO WS-P1-LINE (WS-PST-SUB).
009980 3610-EXIT.
009990     EXIT.
010000
010010******************************************************************
010020* 3700-ADD-ITEM-LINE
010030*   COMPLETE THE WAITING-ITEM LINE FROM WS-CALC-RECORD AND PUT
010040*   IT ON PAGE 2 IF THERE IS ROOM.  A SUSPENDED ITEM MAY CARRY
010050*   THE VERY BAD DATA THAT SUSPENDED IT, SO NOTHING IS EDITED
010060*   UNTIL IT HAS PROVED NUMERIC.  THE COUNTS ON THE PAGE ALWAYS
010070*   COVER EVERY ITEM, SHOWN OR NOT.
010080******************************************************************
010090 3700-ADD-ITEM-LINE.
010100     IF WS-P2-USED >= WS-LINE-MAX
010110         GO TO 3700-EXIT
010120     END-IF.
010130     IF CR-SERIAL-NUMBER NUMERIC
010140         MOVE CR-SERIAL-NUMBER TO WS-IL-SERIAL
010150     ELSE
010160         MOVE ZERO TO WS-IL-SERIAL
010170     END-IF.
010180     MOVE CR-OPERATION-CODE TO WS-IL-OPERATION.
010190     IF CR-FIRST-NUMBER NUMERIC
010200         MOVE CR-FIRST-NUMBER TO WS-IL-FIRST-NUMBER
010210     ELSE
010220         MOVE ZERO TO WS-IL-FIRST-NUMBER
010230     END-IF.
010240     IF CR-SECOND-NUMBER NUMERIC
010250         MOVE CR-SECOND-NUMBER TO WS-IL-SECOND-NUMBER
010260     ELSE
010270         MOVE ZERO TO WS-IL-SECOND-NUMBER
010280     END-IF.
010290     ADD 1 TO WS-P2-USED.
010300     MOVE WS-ITEM-LINE TO WS-P2-LINE (WS-P2-USED).
010310 3700-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350* 3900-LOG-LOOKUP
010360*   ONE LOG LINE PER LOOKUP.  IL-FOUND-FLAG IS SET BY THE CALLER.
010370******************************************************************
010380 3900-LOG-LOOKUP.
010390     ACCEPT WS-RUN-TIME FROM TIME.
010400     MOVE WS-RUN-DATE TO IL-LOG-DATE.
010410     MOVE WS-RUN-TIME TO IL-LOG-TIME.
010420     MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID.
010430     MOVE WS-LOOKUP-ACCOUNT TO IL-ACCOUNT-NUMBER.
010440     MOVE "CALCINQ" TO IL-PROGRAM-ID.
010450     WRITE IL-LOG-RECORD.
010460     IF WS-INQ-LOG-STATUS NOT = "00"
010470         DISPLAY "CALCINQ - WRITE ERROR ON INQ-LOG-FILE - STATUS "
010480             WS-INQ-LOG-STATUS
010490         MOVE 16 TO WS-RETURN-CODE
010500         GO TO 9900-ABEND
010510     END-IF.
010520 3900-EXIT.
010530     EXIT.
010540
010550******************************************************************
010560* 4000-BROWSE-ACCOUNT
010570*   ONE DISPLAY/ACCEPT OF WHICHEVER PAGE IS CURRENT.  N AND P
010580*   TURN THE PAGE, A RETURNS TO THE ACCOUNT PROMPT, X ENDS THE
010590*   SESSION.  THERE IS NO ACTION THAT CHANGES ANYTHING.
010600******************************************************************
010610 4000-BROWSE-ACCOUNT.
010620     MOVE SPACE TO WS-SCREEN-ACTION.
010630     IF SHOWING-PAGE-1
010640         DISPLAY WS-PAGE1-SCREEN
010650         ACCEPT WS-PAGE1-SCREEN
010660     ELSE
010670         DISPLAY WS-PAGE2-SCREEN
010680         ACCEPT WS-PAGE2-SCREEN
010690     END-IF.
010700     MOVE SPACES TO WS-SCREEN-MESSAGE.
010710     EVALUATE TRUE
010720         WHEN WS-SCREEN-ACTION = "N" OR WS-SCREEN-ACTION = "n"
010730             MOVE 2 TO WS-PAGE-NUMBER
010740         WHEN WS-SCREEN-ACTION = "P" OR WS-SCREEN-ACTION = "p"
010750             MOVE 1 TO WS-PAGE-NUMBER
010760         WHEN WS-SCREEN-ACTION = "A" OR WS-SCREEN-ACTION = "a"
010770             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
010780         WHEN WS-SCREEN-ACTION = "X" OR WS-SCREEN-ACTION = "x"
010790             MOVE "Y" TO WS-BROWSE-DONE-SWITCH
010800             MOVE "Y" TO WS-SESSION-DONE-SWITCH
010810         WHEN OTHER
010820             MOVE "ENTER ACTION N, P, A OR X" TO WS-SCREEN-MESSAGE
010830     END-EVALUATE.
010840     IF SHOWING-PAGE-2
010850        AND WS-SUSP-FOUND-COUNT + WS-PEND-FOUND-COUNT
010860            > WS-LINE-MAX
010870        AND WS-SCREEN-MESSAGE = SPACES
010880         MOVE "ONLY THE FIRST 10 ITEMS ARE LISTED"
010890             TO WS-SCREEN-MESSAGE
010900     END-IF.
010910 4000-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950* 9000-TERMINATE / 9900-ABEND / 9999-EXIT
010960*   NORMAL CLOSEDOWN, ABNORMAL CLOSEDOWN, AND THE SINGLE STOP RUN.
010970******************************************************************
010980 9000-TERMINATE.
010990     CLOSE BALANCE-FILE.
011000     CLOSE INQ-LOG-FILE.
011010     DISPLAY "CALCINQ - OPERATOR " WS-OPERATOR-ID
011020         " - LOOKUPS " WS-LOOKUP-COUNT
011030         " - NOT FOUND " WS-NOT-FOUND-COUNT.
011040     DISPLAY "CALCINQ - RUN COMPLETE - RETURN CODE "
011050         WS-RETURN-CODE.
011060 9000-EXIT.
011070     EXIT.
011080
011090 9900-ABEND.
011100     DISPLAY "CALCINQ - ABNORMAL TERMINATION - RETURN CODE "
011110         WS-RETURN-CODE.
011120     STOP RUN RETURNING WS-RETURN-CODE.
011130
011140 9999-EXIT.
011150     STOP RUN RETURNING WS-RETURN-CODE.
011160 END PROGRAM CALCINQ.
