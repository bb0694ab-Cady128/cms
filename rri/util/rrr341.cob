           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT PRCAUD ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
             03 PK3 PIC XX.
           02 PROC-TYPE PIC X.
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(7)V99.

       FD  CHARCUR
      *    BLOCK CONTAINS 3 RECORDS
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.

      *    THE OPERATOR RIDES AT THE END OF THE RECORD - PRCAUD IS
      *    OPENED EXTEND ONTO YEARS OF EXISTING LINES, WHICH MUST
      *    STILL LINE UP UNDER THIS LAYOUT.  THE OLD LINES WERE
      *    RE-LAID TO THE NINE DIGIT AMOUNTS BY THE 358 CONVERSION.
       FD  PRCAUD.
       01  PRCAUD01.
           02 PA-KEY PIC X(11).
           02 PA-TITLE PIC X(28).
           02 PA-OLD-AMOUNT PIC 9(7)V99.
           02 PA-NEW-AMOUNT PIC 9(7)V99.
           02 PA-OPERATOR PIC X(10).

       FD  OPRSESS.
       01  ANS PIC X.
       01  KEY-IN PIC X(11).
       01  TITLE-IN PIC X(28).
       01  AMOUNT-IN-N PIC 9(7)V99.
       01  AMOUNT-IN REDEFINES AMOUNT-IN-N PIC X(9).
       01  PCT-IN-N PIC 99V99.
       01  PCT-IN REDEFINES PCT-IN-N PIC X(4).
       01  PCT-SIGN PIC X.
       01  PK1-FROM PIC X(4).
       01  PK1-TO PIC X(4).
       01  OLD-AMOUNT PIC 9(7)V99.
       01  NEW-AMOUNT PIC 9(7)V99.
       01  REFS-FOUND PIC X.
       01  CNT-REPRICED PIC 9(7).
       01  OPERATOR-WS PIC X(10).
       01  NEF-7 PIC Z,ZZZ,ZZ9.99.

      *
       PROCEDURE DIVISION.
           GO TO P0.

       GET-AMOUNT.
           DISPLAY "AMOUNT - 9 DIGITS ZERO FILLED, LAST TWO ARE"
             " CENTS  E.G. 000012550 FOR 125.50".
           ACCEPT AMOUNT-IN.
           IF AMOUNT-IN NOT NUMERIC
               DISPLAY "AMOUNT MUST BE ALL DIGITS"
