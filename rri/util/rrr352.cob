           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT EXPWORK ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 EW-DATE-E PIC X(8).
           02 EW-PHONE PIC X(10).

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
       01  PROC-IN PIC X(5).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).
           COMPUTE SOON-8 =
             FUNCTION DATE-OF-INTEGER(TODAY-INT + 30).
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
           DISPLAY "AUTHORIZATIONS - A)DD C)HANGE D)ELETE I)NQUIRY"
               DISPLAY "NO SUCH GUARANTOR"
               GO TO GET-AUTH-KEY
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.
       GET-AUTH-PROC.
      *    250 BUILDS ITS MATCH KEY AS THE FIVE CPT CHARACTERS
           DISPLAY "GARNO (LISTS EVERY AUTH ON THE ACCOUNT)".
           ACCEPT GARNO-IN.
           IF GARNO-IN = SPACE GO TO P0.
           MOVE GARNO-IN TO ACC-GARNO
           PERFORM LOG-ACCESS.
           MOVE GARNO-IN TO AUTH-KEY8
           MOVE LOW-VALUE TO AUTH-KEY6
           START AUTHFILE KEY NOT < AUTH-KEY
           CLOSE EXPWORK.
           GO TO P0.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr352" TO AL-PROGRAM
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
           CLOSE AUTHFILE GARFILE.
           STOP RUN.
