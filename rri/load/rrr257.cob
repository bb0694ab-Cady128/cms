           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DUNLTR ASSIGN TO "S90" ORGANIZATION IS LINE
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
           02 G-FILLER PIC XX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).
             03 PK3 PIC XX.
           02 PROC-TYPE PIC X.
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(7)V99.

       FD  CLAIMFILE
           DATA RECORD IS CLAIM01.
           02 FR-STAGE PIC X.
           02 FR-CLAIM PIC X(8).
           02 FR-PROC PIC X(11).
           02 FR-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  PAT-BAL PIC S9(7)V99.
       01  FEE-FILES-OPEN PIC X VALUE "N".
       01  FEE-PROC-KEY PIC X(11).
       01  FEE-STAGE PIC X.
       01  FEE-AMOUNT PIC 9(7)V99.
       01  FEE-TYPE PIC X.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  AMT-FEES PIC S9(7)V99 VALUE 0.
       01  CNT-FEE-HELD PIC 9(7) VALUE 0.
       01  CNT-ON-HOLD PIC 9(7) VALUE 0.
       01  CNT-BADADDR PIC 9(7) VALUE 0.

      *
       PROCEDURE DIVISION.
               GO TO R1
           END-READ

      *    A BAD ADDRESS NEVER SAW THE LAST BILL, SO IT IS NOT
      *    WALKED ANY CLOSER TO THE AGENCY AND GETS NO LETTER.  IT
      *    STAYS AT ITS STAGE UNTIL A NEW ADDRESS CLEARS THE FLAG.
           IF G-BADADDR = "Y"
               ADD 1 TO CNT-BADADDR
               GO TO R1
           END-IF

           IF G-DUNNING NOT NUMERIC
               MOVE "1" TO G-DUNNING
           END-IF
             " AMOUNT ... " AMT-FEES.
           DISPLAY "FEES HELD - PLAN ...... " CNT-FEE-HELD.
           DISPLAY "SKIPPED - ON HOLD ..... " CNT-ON-HOLD.
           DISPLAY "SKIPPED - BAD ADDRESS . " CNT-BADADDR.

           IF FEE-FILES-OPEN = "Y"
               REWRITE CLAIM01
