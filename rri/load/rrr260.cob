           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           02 FILLER PIC X.
           02 RF-CLAIM PIC X(8).
           02 FILLER PIC X.
           02 RF-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 RF-PAYCODE PIC XXX.
           02 FILLER PIC X.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  PARMFILE.
       01  PARMFILE01.
       01  REFUNDUE01.
           02 RD-GARNO PIC X(8).
           02 RD-CLAIM PIC X(8).
           02 RD-AMOUNT PIC S9(7)V99.
           02 RD-OWNER PIC X.
           02 RD-PAYCODE PIC XXX.
           02 RD-NAME PIC X(24).
           02 RG-GARNO PIC X(8).
           02 RG-NAME PIC X(24).
           02 RG-CLAIM PIC X(8).
           02 RG-AMOUNT PIC S9(7)V99.
           02 RG-PAYCODE PIC XXX.
           02 RG-DATE PIC X(8).

       01  CHR01.
           02 CHR02 OCCURS 990 TIMES.
             03 CHR-CLAIM PIC X(8).
             03 CHR-AMOUNT PIC S9(7)V99.
             03 CHR-FLAG PIC 9.
       01  PHR01.
           02 PHR02 OCCURS 990 TIMES.
             03 PHR-CLAIM PIC X(8).
             03 PHR-PAYCODE PIC XXX.
             03 PHR-AMOUNT PIC S9(7)V99.
       01  CHR PIC 999.
       01  PHR PIC 999.
       01  X PIC 999.
       01  Y PIC 999.
       01  HOLD-KEY8 PIC X(8).
       01  HOLD-CLAIM PIC X(8).
       01  CLAIM-TOT PIC S9(7)V99.
       01  INS-PAYCODE PIC XXX.
       01  XYZ PIC 999.
       01  PAYBACK01 PIC X(90).
