           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL COLLWORK ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT WORKLIST ASSIGN TO "S90" ORGANIZATION
           LINE SEQUENTIAL.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
