       FILE-CONTROL.
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
           SELECT CMNTFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           SELECT OPTIONAL ELIGFILE ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ELIG-KEY.
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
           02 ELIG-DATE PIC X(8).
           02 ELIG-FUTURE PIC X(8).

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
       01  ANS PIC X(8).
       01  ACCT-BAL PIC S9(7)V99.
       01  SHOW-PATNAME PIC X(24).
       P0.
           OPEN INPUT GARFILE PATFILE CHARCUR CMNTFILE AUTHFILE
               ELIGFILE.
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

       MENU-R1.
           DISPLAY "===== rrr339 GUARANTOR INQUIRY =====".
                   GO TO MENU-R1
               END-READ
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS

           PERFORM SHOW-GARFILE.
           PERFORM SHOW-CHARCUR.
       SHOW-CMNT-EXIT.
           EXIT.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr339" TO AL-PROGRAM
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
           CLOSE GARFILE PATFILE CHARCUR CMNTFILE AUTHFILE ELIGFILE.
           STOP RUN.
