           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL PLANFILE ASSIGN TO "S45"

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DELQRPT ASSIGN TO "S90" ORGANIZATION IS LINE
             SEQUENTIAL.

           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 DQ-LASTBILL PIC X(8).
           02 DQ-PHONE PIC X(10).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

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
       01  OPERATOR-WS PIC X(10).
       01  ACC-GARNO PIC X(8).
       01  ACC-PATNO PIC X(8).
       01  ACC-DATE6 PIC 9(6).
       01  ANS PIC X.
       01  GARNO-IN PIC X(8).
       01  AMOUNT-IN-N PIC 9(5)V99.
       P00.
           OPEN I-O PLANFILE.
           OPEN INPUT GARFILE PAYCUR.
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
      *    ONLY COMES BACK WHEN THE FILE IS ABSENT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE ACCESS LOG"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "PAYMENT PLAN MAINTENANCE - A)DD C)HANGE D)ELETE"
               DISPLAY "NO SUCH GUARANTOR"
               GO TO P0
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           MOVE GARNO-IN TO PLAN-KEY
           READ PLANFILE
             NOT INVALID
               DISPLAY "NO PLAN FOR THAT GARNO"
               GO TO P0
           END-READ
           MOVE PLAN-KEY TO ACC-GARNO
           PERFORM LOG-ACCESS
           MOVE PLAN-AMOUNT TO NEF-8
           DISPLAY PLAN-KEY " " NEF-8 " DUE DAY " PLAN-DAY-DUE
             " STATUS " PLAN-STATUS.
               DISPLAY "NO PLAN FOR THAT GARNO"
               GO TO P0
           END-READ
           MOVE PLAN-KEY TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY PLAN-KEY "  DELETE THE PLAN - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
               DISPLAY "NO PLAN FOR THAT GARNO"
               GO TO P0
           END-READ
           MOVE PLAN-KEY TO ACC-GARNO
           PERFORM LOG-ACCESS
           MOVE PLAN-AMOUNT TO NEF-8
           DISPLAY "PLAN FOR ......... " PLAN-KEY.
           DISPLAY "MONTHLY AMOUNT ... " NEF-8.
       SUM-PAID-EXIT.
           EXIT.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr263" TO AL-PROGRAM
           MOVE ACC-GARNO TO AL-GARNO
           MOVE ACC-PATNO TO AL-PATNO
           ACCEPT ACC-DATE6 FROM DATE
           MOVE "20" TO AL-DATE(1:2)
           MOVE ACC-DATE6 TO AL-DATE(3:6)
           ACCEPT AL-TIME FROM TIME
           WRITE ACCLOG01
           CLOSE ACCLOG
           MOVE SPACE TO ACC-PATNO.

       P9.
           CLOSE PLANFILE GARFILE PAYCUR.
           STOP RUN.
