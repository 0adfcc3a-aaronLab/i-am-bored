000420*                    PROCESSED AND NEGATES THE RESULT SO THE
000430*                    POSTING AND GL ENTRIES OFFSET - RECORD
000440*                    LENGTH GREW FROM 48 TO 57.
000441*   2026-10-15 AJL   ADDED THE CURRENCY CODE, THE FX RATE AND
000442*                    THE BASE-CURRENCY RESULT.  A BLANK CODE ON
000443*                    INPUT MEANS THE ACCOUNT'S OWN CURRENCY;
000444*                    CALCULATE STAMPS THE ACCOUNT'S CODE, THE
000445*                    RATE IN FORCE ON THE POSTING DATE AND THE
000446*                    RESULT CONVERTED AT IT - RECORD LENGTH
000447*                    GREW FROM 57 TO 73.  A FOREIGN REVERSAL
000448*                    ARRIVES CARRYING ITS ORIGINAL'S RATE, SO
000449*                    ITS BASE RESULT OFFSETS THE ORIGINAL'S TOO.
000450******************************************************************
000460     05  CR-RECORD-TYPE          PIC X(01).
000470         88  CR-HEADER-RECORD    VALUE "H".
000610         10  CR-POSTED-FLAG      PIC X(01).
000620             88  CR-POSTED       VALUE "P".
000630             88  CR-UNPOSTED     VALUE "U".
000632*                REFUSED BY CALCPOST AS OVER THE ACCOUNT'S
000634*                OVERDRAFT LIMIT - ON THE POSTING-HOLD FILE.
000636             88  CR-HELD         VALUE "H".
000640         10  CR-SERIAL-NUMBER    PIC 9(09).
000650         10  CR-EFFECTIVE-DATE   PIC 9(08).
000660*            THE SERIAL THIS REVERSAL BACKS OUT - ZERO ON AN
000670*            ORDINARY DETAIL RECORD.
000680         10  CR-ORIGINAL-SERIAL  PIC 9(09).
000681*            ISO CURRENCY OF THE AMOUNTS - BLANK IS THE BASE
000682*            (BOOKS) CURRENCY.
000683         10  CR-CURRENCY-CODE    PIC X(03).
000684             88  CR-BASE-CURRENCY VALUE SPACES.
000685*            BASE UNITS PER ONE UNIT OF THE CURRENCY, AND THE
000686*            RESULT CONVERTED AT IT - SET BY CALCULATE.  A
000687*            REVERSAL SUPPLIES ITS ORIGINAL'S RATE ON INPUT.
000688         10  CR-FX-RATE          PIC S9(4)V9(6) COMP-3.
000689         10  CR-BASE-RESULT      PIC S9(11)V99 COMP-3.
000690     05  CR-HEADER-BODY REDEFINES CR-RECORD-BODY.
000700         10  CH-EXTRACT-DATE     PIC 9(08).
000710         10  CH-SOURCE-SYSTEM    PIC X(08).
000720         10  FILLER              PIC X(56).
000730     05  CR-TRAILER-BODY REDEFINES CR-RECORD-BODY.
000740         10  CT-RECORD-COUNT     PIC 9(09).
000750         10  CT-HASH-TOTAL       PIC S9(13)V99.
000760         10  FILLER              PIC X(48).
