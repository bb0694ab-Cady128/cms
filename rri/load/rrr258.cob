       FILE-CONTROL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

      *    FIRST-PASS SPILL OF THE DETAIL IN PAYCUR ORDER - THE
      *    SECOND PASS REGROUPS IT UNDER THE RANKED SUMMARY.
           02 DNS-PAYCODE PIC XXX.
           02 DNS-COUNT PIC 9(6).
           02 DNS-AMT PIC S9(7)V99.
       01  CLAIM-CHG PIC S9(7)V99.
       01  FIRST-PROC PIC X(11).
       01  FIRST-DATE-T PIC X(8).
       01  CNT-PAYCUR PIC 9(7) VALUE 0.
           GO TO R1.

       R2.
      *     PULL THE CHARGE DETAIL FOR THE DENIED CLAIM OFF THE
      *     CC-CLAIM ALTERNATE KEY - ONLY THE CLAIM'S OWN LINES ARE
      *     READ.
           MOVE 0 TO CLAIM-CHG
           MOVE SPACE TO FIRST-PROC FIRST-DATE-T
           MOVE PC-CLAIM TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO R2-EXIT
           END-START.
             AT END
               GO TO R2-EXIT
           END-READ
           IF CC-CLAIM NOT = PC-CLAIM
               GO TO R2-EXIT
           END-IF
           IF CC-KEY8 NOT = PC-KEY8
               GO TO R2-R1
           END-IF
           ADD CC-AMOUNT TO CLAIM-CHG
