       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT OPTIONAL SLIDENR ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ENR-GARNO.
           SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01  ACC-GARNO PIC X(8).
       01  ACC-PATNO PIC X(8).
       01  ACC-DATE6 PIC 9(6).
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  GARNO-IN PIC X(8).
               DISPLAY "NO SUCH GUARANTOR"
               GO TO ENROLL
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.
       ENROLL-CLASS.
           DISPLAY "DISCOUNT CLASS".
               DISPLAY "NOT ENROLLED"
               GO TO P0
           END-READ
           MOVE ENR-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY ENR-GARNO " CLASS " ENR-CLASS
             "  UNENROLL - Y/N?".
           ACCEPT ANS.
               DISPLAY "NOT ENROLLED"
               GO TO P0
           END-READ
           MOVE ENR-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY "CLASS ....... " ENR-CLASS.
           DISPLAY "EXPIRES ..... " ENR-EXPIRE.
           DISPLAY "ENROLLED .... " ENR-DATE " BY " ENR-OPERATOR.
           WRITE SLIDRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr354" TO AL-PROGRAM
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
           CLOSE GARFILE SLIDFILE SLIDENR.
           STOP RUN.
