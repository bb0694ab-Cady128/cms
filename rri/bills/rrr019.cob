           LINE SEQUENTIAL.
           SELECT PAYCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT GARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           02 BS-2 PIC X(24).
           02 BS-3 PIC X(9).
           02 BS-4 PIC X.
           02 BS-5 PIC S9(7)V99.
           02 BS-6 PIC XXX.
           02 BS-7 PIC 9(7).
       FD  FILEOUT.
           02 FO-2 PIC X(24).
           02 FO-3 PIC X(9).
           02 FO-4 PIC X.
           02 FO-5 PIC S9(7)V99.
           02 FO-6 PIC XXX.
           02 FO-7 PIC 9(7).
       FD  CHARCUR
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 BD-MOD2 PIC XX.
           02 BD-MOD3 PIC XX.
           02 BD-MOD4 PIC XX.
           02 BD-AMOUNT PIC S9(7)V99.
           02 BD-DOCR PIC X(3).
           02 BD-DOCP PIC X(2).
           02 BD-PAYCODE PIC XXX.
           02 CR-MOD2 PIC XX.
           02 CR-MOD3 PIC XX.
           02 CR-MOD4 PIC XX.
           02 CR-AMOUNT PIC S9(7)V99.
           02 CR-DOCR PIC X(3).
           02 CR-DOCP PIC X(2).
           02 CR-PAYCODE PIC XXX.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 PHR02 OCCURS 990 TIMES.
             03 PHR-CLAIM PIC X(8).
             03 PHR-PAYCODE PIC XXX.
             03 PHR-AMOUNT PIC S9(7)V99.
             03 PHR-FLAG PIC 9.
       01  CHR01.
           02 CHR02 OCCURS 990 TIMES.
             03 CHR-KEY PIC X(11).
             03 CHR-BAL PIC S9(7)V99.
       01     PHR PIC 999.
       01     CHR PIC 999.
       01     Y PIC 999.
       01     CLAIM-TOT PIC S9(7)V99.
       01     BAL-FWD PIC S9(7)V99.
       01  CNT-BILLSORT PIC 9(7) VALUE 0.
       01  CNT-FILEOUT PIC 9(7) VALUE 0.
       01  AMT-FILEOUT PIC S9(7)V99 VALUE 0.
