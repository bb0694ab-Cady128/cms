           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT KEEPBACK ASSIGN TO "S60"
           SELECT CMNTFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT MPLRFILE ASSIGN TO "S80" ORGANIZATION IS INDEXED
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CD-MOD2 PIC XX.
           02 CD-MOD3 PIC XX.
           02 CD-MOD4 PIC XX.
           02 CD-AMOUNT PIC S9(7)V99.
           02 CD-DOCR PIC X(3).
           02 CD-DOCP PIC X(2).
           02 CD-PAYCODE PIC XXX.
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
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 RL-CNT-AUTHFILE PIC 9(5).
           02 RL-CNT-MPLRFILE PIC 9(5).

      *    ACCOUNT ACCESS LOG - ONE LINE EVERY TIME AN ACCOUNT IS
      *    BROUGHT UP ON AN INQUIRY OR MAINTENANCE SCREEN.  SHARED
      *    BY EVERY PROGRAM ON THE 355 MENU THAT SHOWS AN ACCOUNT;
      *    376 REPORTS FROM IT.
       FD  ACCLOG.
       01  ACCLOG01.
           02 AL-OPERATOR PIC X(10).
           02 AL-PROGRAM PIC X(6).
           02 AL-GARNO PIC X(8).
           02 AL-PATNO PIC X(8).
           02 AL-DATE PIC X(8).
           02 AL-TIME PIC X(8).

       WORKING-STORAGE SECTION.
       01  ACC-GARNO PIC X(8).
       01  ACC-PATNO PIC X(8).
       01  ACC-DATE6 PIC 9(6).
       01  ANS          PIC XXX.
       01  NEW-NAME.
           02 NEW-3 PIC XXX.
           READ GARFILE INVALID DISPLAY "BAD" GO TO P1.
           DISPLAY G-GARNO " " G-GARNAME " " G-PRINS "/" G-SEINS
           " " G-DOB.
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS.
           DISPLAY "Y/N?".
           ACCEPT ANS
           IF ANS NOT = "Y" GO TO P1.
      *      GO TO P9
             NOT INVALID ADD 1 TO CNT-MPLRFILE
           END-WRITE.

       P9.
           IF SAVEGARNO NOT = SPACE
               MOVE RL-OPERATOR-WS TO RL-OPERATOR
           CMNTFILE HISFILE AUTHFILE MPLRFILE RENUMLOG.
           DISPLAY "GARNAME PROGRAM HAS ENDED."
           STOP RUN.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE RL-OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr333" TO AL-PROGRAM
           MOVE ACC-GARNO TO AL-GARNO
           MOVE ACC-PATNO TO AL-PATNO
           ACCEPT ACC-DATE6 FROM DATE
           MOVE "20" TO AL-DATE(1:2)
           MOVE ACC-DATE6 TO AL-DATE(3:6)
           ACCEPT AL-TIME FROM TIME
           WRITE ACCLOG01
           CLOSE ACCLOG
           MOVE SPACE TO ACC-PATNO.
