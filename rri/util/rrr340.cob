       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT ARCHEXCP ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

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
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 CHR02 OCCURS 990 TIMES.
             03 CHR-KEY PIC X(11).
             03 CHR-CLAIM PIC X(8).
             03 CHR-AMOUNT PIC S9(7)V99.
             03 CHR-FLAG PIC 9.
       01  PHR01.
           02 PHR02 OCCURS 990 TIMES.
             03 PHR-KEY PIC X(11).
             03 PHR-CLAIM PIC X(8).
             03 PHR-AMOUNT PIC S9(7)V99.
             03 PHR-FLAG PIC 9.
       01  CHR PIC 999.
       01  PHR PIC 999.
       01  Y PIC 999.
       01  HOLD-KEY8 PIC X(8).
       01  HOLD-CLAIM PIC X(8).
       01  CLAIM-TOT PIC S9(7)V99.
       01  PAYS-FOUND PIC 9.
       01  AMT-HOLD PIC S9(7)V99.
       01  AMT-HOLD-X REDEFINES AMT-HOLD PIC X(9).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CNT-CHARCUR PIC 9(7) VALUE 0.
