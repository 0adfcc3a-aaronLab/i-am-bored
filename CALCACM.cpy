000140*   DATE       INIT  DESCRIPTION
000150*   2026-09-02 AJL   INITIAL VERSION - ACCOUNT NUMBER, NAME,
000160*                    STATUS AND OPEN DATE, 80-BYTE RECORD.
000162*   2026-10-15 AJL   OVERDRAFT LIMIT TAKEN OUT OF THE FILLER:
000164*                    CALCPOST HOLDS ANY POSTING THAT WOULD TAKE
000166*                    AN ENFORCED ACCOUNT BELOW MINUS THE LIMIT.
000167*   2026-10-15 AJL   ACCOUNT CURRENCY TAKEN OUT OF THE FILLER.
000168*                    CALCULATE REFUSES A TRANSACTION KEYED IN
000169*                    ANY OTHER CURRENCY.
000170******************************************************************
000180     05  AM-ACCOUNT-NUMBER           PIC X(10).
000190     05  AM-ACCOUNT-NAME             PIC X(30).
000220         88  AM-STATUS-CLOSED        VALUE "C".
000230         88  AM-STATUS-FROZEN        VALUE "F".
000240     05  AM-OPEN-DATE                PIC 9(08).
000250*        Y = ENFORCE THE LIMIT BELOW.  ANYTHING ELSE (A RECORD
000260*        WRITTEN BEFORE THE LIMIT EXISTED IS BLANK) = NO LIMIT.
000270     05  AM-LIMIT-CODE               PIC X(01).
000280         88  AM-LIMIT-ENFORCED       VALUE "Y".
000290*        HOW FAR BELOW ZERO THE BALANCE MAY GO - ZERO ALLOWS NO
000300*        OVERDRAFT AT ALL.
000310     05  AM-OVERDRAFT-LIMIT          PIC 9(11)V99.
000320*        ISO CURRENCY THE ACCOUNT IS KEPT IN.  BLANK (AS ON A
000330*        RECORD WRITTEN BEFORE THE CODE EXISTED) = BASE CURRENCY.
000340     05  AM-CURRENCY-CODE            PIC X(03).
000350         88  AM-BASE-CURRENCY        VALUE SPACES.
000360     05  FILLER                      PIC X(14).
